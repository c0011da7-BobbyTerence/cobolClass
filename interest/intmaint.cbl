      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Additional-interest maintenance for one policy,
      *          called from FINAL-PROJ's LENDER option with the
      *          policy it has already read. addlint.dat holds a line
      *          per lienholder (the bank financing an AUTO) or
      *          mortgagee (the lender on a HOME) with its name,
      *          mailing address and loan number. Every cancellation
      *          and reinstatement sends each of them a notice through
      *          intntc, and DEC-PAGE lists them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intmaint.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select intFile assign to 'addlint.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ai-key
               FILE STATUS is intFile-Status.

       DATA DIVISION.
       file section.
           fd intFile.
           01 intRec.
               03 ai-key.
                   05 ai-polNum pic x(6).
                   05 ai-seq pic 9(2).
      **** L - lienholder, M - mortgagee ****
               03 ai-kind pic x(1).
               03 ai-name pic x(30).
               03 ai-addy pic x(30).
               03 ai-city pic x(15).
               03 ai-state pic x(2).
               03 ai-zip pic x(9).
               03 ai-loanNum pic x(15).

       working-storage section.
       01 intFile-Status pic xx.

       01 EOInt pic x VALUE "N".
       01 option pic x(6).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 intEOF pic x VALUE "N".
       01 listCount pic 9(3) VALUE ZEROES.
       01 lastSeq pic 9(2) VALUE ZEROES.
       01 denyFunc pic x(12).

       01 seq-ed pic 9(2).
       01 kind-ed pic x(1).
       01 name-ed pic x(30).
       01 addy-ed pic x(30).
       01 city-ed pic x(15).
       01 state-ed pic x(2).
       01 zip-ed pic x(9).
       01 loan-ed pic x(15).

       01 listHead.
           03 pic x(3) VALUE "Seq".
           03 pic x(2).
           03 pic x(11) VALUE "Interest".
           03 pic x(2).
           03 pic x(30) VALUE "Name".
           03 pic x(2).
           03 pic x(15) VALUE "Loan Number".

       01 listLine.
           03 ll-seq pic Z9.
           03      pic x(3).
           03 ll-kind pic x(11).
           03      pic x(2).
           03 ll-name pic x(30).
           03      pic x(2).
           03 ll-loanNum pic x(15).

       01 listAddy.
           03      pic x(18).
           03 la-addy pic x(30).
           03      pic x(1).
           03 la-city pic x(15).
           03      pic x(1).
           03 la-state pic x(2).
           03      pic x(1).
           03 la-zip pic x(9).

       LINKAGE SECTION.
      **** The signed-on operator from FINAL-PROJ and the policy it ****
      *    read - level 1 may only list, ADD/CHANGE need 2, DELETE 3   *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 intPol pic x(6).
       01 intType pic x(3).

       PROCEDURE DIVISION USING operUser operLevel intPol intType.
       MAIN-PROCEDURE.
           OPEN I-O intFile
      **** First session has no addlint.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF intFile-Status = "35"
               OPEN OUTPUT intFile
               CLOSE intFile
               OPEN I-O intFile
           END-IF

           MOVE "N" to EOInt
           PERFORM LIST-INTERESTS
           PERFORM UNTIL EOInt = "Y"
               DISPLAY "Interests on policy " intPol " - ADD, "
                   "CHANGE, LIST, DELETE or DONE"
               ACCEPT option
               IF option = "ADD" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "INTADD" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ADD-INTEREST
                   END-IF
               ELSE IF option = "CHANGE" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "INTCHANGE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM CHANGE-INTEREST
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-INTERESTS
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "INTDELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DELETE-INTEREST
                   END-IF
               ELSE IF option = "DONE" THEN
                   MOVE "Y" to EOInt
               END-IF
           END-PERFORM

           CLOSE intFile
           EXIT PROGRAM.

      **** A new interest takes the next sequence on the policy - a  ***
      *    car or house can carry more than one lender                  *
       ADD-INTEREST.
           PERFORM LIST-INTERESTS
           IF lastSeq = 99
               DISPLAY "Error, policy already carries 99 interests"
               EXIT PARAGRAPH
           END-IF

      **** A blank kind takes the usual one for the policy type - ***
      *    a lienholder on AUTO, a mortgagee on HOME                   *
           DISPLAY "Interest kind - L (lienholder) or M (mortgagee):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT kind-ed
               IF kind-ed = SPACES AND intType = "111"
                   MOVE "L" to kind-ed
               END-IF
               IF kind-ed = SPACES AND intType = "222"
                   MOVE "M" to kind-ed
               END-IF
               IF kind-ed = "L" OR kind-ed = "M"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, please enter L or M"
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           PERFORM GET-INTEREST-FIELDS

           MOVE intPol to ai-polNum
           COMPUTE ai-seq = lastSeq + 1
           MOVE kind-ed to ai-kind
           PERFORM MOVE-INTEREST-FIELDS
           WRITE intRec
               INVALID KEY
                   DISPLAY "Error, interest could not be added"
               NOT INVALID KEY
                   DISPLAY "Interest " ai-seq " added"
           END-WRITE.

      **** Re-keys the name, address and loan number of an interest **
      *    already on the policy - the kind stays as entered            *
       CHANGE-INTEREST.
           PERFORM GET-SEQ
           MOVE intPol to ai-polNum
           MOVE seq-ed to ai-seq
           READ intFile
               INVALID KEY
                   DISPLAY "Error, interest is not on this policy"
               NOT INVALID KEY
                   PERFORM SHOW-LINE
                   PERFORM GET-INTEREST-FIELDS
                   PERFORM MOVE-INTEREST-FIELDS
                   REWRITE intRec
                       INVALID KEY
                           DISPLAY "Error, interest could not be "
                               "changed"
                       NOT INVALID KEY
                           DISPLAY "Interest " ai-seq " changed"
                   END-REWRITE
           END-READ.

       DELETE-INTEREST.
           PERFORM GET-SEQ
           MOVE intPol to ai-polNum
           MOVE seq-ed to ai-seq
           READ intFile
               INVALID KEY
                   DISPLAY "Error, interest is not on this policy"
               NOT INVALID KEY
                   PERFORM SHOW-LINE
                   MOVE SPACE to confirmDel
                   PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
                       DISPLAY "Are you sure you want to delete this"
                           " interest (Y/N):"
                       ACCEPT confirmDel
                       IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                           DISPLAY "Error, please enter Y or N"
                       END-IF
                   END-PERFORM
                   IF confirmDel = "Y"
                       DELETE intFile
                           INVALID KEY
                               DISPLAY "Record could not be Removed"
                           NOT INVALID KEY
                               DISPLAY "Record Successfully Removed"
                       END-DELETE
                   ELSE
                       DISPLAY "Delete Cancelled"
                   END-IF
           END-READ.

      **** Every interest on file for the policy - also leaves the  ****
      *    highest sequence used in lastSeq for ADD-INTEREST            *
       LIST-INTERESTS.
           MOVE ZEROES to listCount lastSeq
           MOVE "N" to intEOF
           MOVE intPol to ai-polNum
           MOVE ZEROES to ai-seq
           START intFile KEY IS >= ai-key
               INVALID KEY
                   MOVE "Y" to intEOF
           END-START
           PERFORM UNTIL intEOF = "Y"
               READ intFile NEXT RECORD
                   AT END
                       MOVE "Y" to intEOF
                   NOT AT END
                       IF ai-polNum NOT = intPol
                           MOVE "Y" to intEOF
                       ELSE
                           IF listCount = ZEROES
                               DISPLAY listHead
                           END-IF
                           PERFORM SHOW-LINE
                           ADD 1 to listCount
                           MOVE ai-seq to lastSeq
                       END-IF
               END-READ
           END-PERFORM
           IF listCount = ZEROES
               DISPLAY "No additional interests on file for " intPol
           END-IF.

       SHOW-LINE.
           MOVE ai-seq to ll-seq
           IF ai-kind = "L"
               MOVE "LIENHOLDER" to ll-kind
           ELSE
               MOVE "MORTGAGEE" to ll-kind
           END-IF
           MOVE ai-name to ll-name
           MOVE ai-loanNum to ll-loanNum
           DISPLAY listLine
           MOVE ai-addy to la-addy
           MOVE ai-city to la-city
           MOVE ai-state to la-state
           MOVE ai-zip to la-zip
           DISPLAY listAddy.

       GET-SEQ.
           DISPLAY "Interest sequence number:"
           ACCEPT seq-ed.

      **** The lender's mailing details - the notice can't go out   ****
      *    without a name, street and ZIP                               *
       GET-INTEREST-FIELDS.
           DISPLAY "Lender Name:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT name-ed
               IF name-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Lender Street Address:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT addy-ed
               IF addy-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "City:"
           ACCEPT city-ed
           DISPLAY "State:"
           ACCEPT state-ed

           DISPLAY "ZIP Code:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT zip-ed
               IF zip-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Loan Number:"
           ACCEPT loan-ed.

       MOVE-INTEREST-FIELDS.
           MOVE name-ed to ai-name
           MOVE addy-ed to ai-addy
           MOVE city-ed to ai-city
           MOVE state-ed to ai-state
           MOVE zip-ed to ai-zip
           MOVE loan-ed to ai-loanNum.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM intmaint.
