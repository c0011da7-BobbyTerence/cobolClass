      *          policy and the audit image, and CANC-RPT reports by.
      *          NP is reserved for DUNNING-JOB's non-payment cancels
      *          and UN for batch cancels with no usable code - seed
      *          both here along with the shop's own codes. Each
      *          code carries the return premium method retprem uses
      *          on the cancel - P pro-rata for company-initiated
      *          reasons (NP among them), S short-rate for
      *          insured-requested ones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 rsnRec.
               03 cr-code pic x(2).
               03 cr-desc pic x(30).
      **** Return premium method - P pro-rata (company-initiated), ***
      *    S short-rate (insured-requested)                            *
               03 cr-method pic x(1).

       working-storage section.
       01 rsnFile-Status pic xx.

       01 workCode pic x(2).
       01 desc-ed pic x(30).
       01 method-ed pic x(1).

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may add/update, DELETE needs level 3                      *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "REASON-MAINT".
       01 denyFunc pic x(12).

       01 listLine.
           03 ll-code pic x(2).
           03      pic x(2).
           03 ll-desc pic x(30).
           03      pic x(2).
           03 ll-method pic x(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           READ rsnFile
               INVALID KEY
                   PERFORM GET-DESC
                   PERFORM GET-METHOD
                   MOVE workCode to cr-code
                   MOVE desc-ed to cr-desc
                   MOVE method-ed to cr-method
                   WRITE rsnRec
                       INVALID KEY
                           DISPLAY "Error, reason could not be "
                   DISPLAY "Error, reason does not exist"
               NOT INVALID KEY
                   PERFORM GET-DESC
                   PERFORM GET-METHOD
                   MOVE desc-ed to cr-desc
                   MOVE method-ed to cr-method
                   REWRITE rsnRec
                       INVALID KEY
                           DISPLAY "Error Updating"
                   NOT AT END
                       MOVE cr-code to ll-code
                       MOVE cr-desc to ll-desc
                       IF cr-method = "S"
                           MOVE "SHORT-RATE" to ll-method
                       ELSE
                           MOVE "PRO-RATA" to ll-method
                       END-IF
                       DISPLAY listLine
               END-READ
           END-PERFORM.
           END-PERFORM
           MOVE "N" to notNull.

      **** Who initiated the cancel decides how much premium goes  ***
      *    back - the company's own cancels return pro-rata            *
       GET-METHOD.
           DISPLAY "Return premium method - P pro-rata (company "
               "cancels) or S short-rate (insured requests):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT method-ed
               IF method-ed = "P" OR method-ed = "S"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, please enter P or S"
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
