      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the claims-experience schedule expsched.dat
      *          that call10 applies at renewal, rerate and quote
      *          time. Each step maps a count of claims with incurred
      *          loss in the last three years to a rating factor - a
      *          zero-claim step of 0.950 is a claim-free credit, a
      *          three-claim step of 1.250 a surcharge. A customer is
      *          rated off the highest step at or below their count,
      *          so the last step covers that many claims or more.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match call10.cbl's expRec ****
           select expFile assign to 'expsched.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is es-count
               FILE STATUS is expFile-Status.

       DATA DIVISION.
       file section.
           fd expFile.
           01 expRec.
               03 es-count pic 9(2).
               03 es-factor pic 9v999.
               03 es-desc pic x(20).

       working-storage section.
       01 expFile-Status pic xx.

       01 EOProj pic x VALUE "N".
       01 option pic x(6).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 expEOF pic x VALUE "N".
       01 listCount pic 9(5) VALUE ZEROES.

       01 count-ed pic x(2).
       01 desc-ed pic x(20).
       01 factor-ed pic 9v999.

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may enter steps, DELETE needs level 3                     *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "EXP-MAINT".
       01 denyFunc pic x(12).

       01 listHead.
           03 pic x(6) VALUE "Claims".
           03 pic x(2).
           03 pic x(6) VALUE "Factor".
           03 pic x(2).
           03 pic x(20) VALUE "Description".

       01 listLine.
           03 ll-count pic Z9.
           03 ll-more pic x(1).
           03      pic x(5).
           03 ll-factor pic 9.999.
           03      pic x(3).
           03 ll-desc pic x(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ENTER, LIST, DELETE or QUIT"
               ACCEPT option
               IF option = "ENTER" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "ENTER" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ENTER-STEP
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-STEPS
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "DELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DELETE-STEP
                   END-IF
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           CLOSE expFile
           STOP RUN.

       INITPROJ.
           OPEN I-O expFile
      **** First session has no expsched.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF expFile-Status = "35"
               OPEN OUTPUT expFile
               CLOSE expFile
               OPEN I-O expFile
           END-IF.

      **** Adds a step, or replaces the one already keyed on the   ****
      *    same claim count                                             *
       ENTER-STEP.
           PERFORM GET-COUNT

           DISPLAY "Step Description:"
           ACCEPT desc-ed

           DISPLAY "Rating factor (e.g. 0950 for 0.950 credit, "
               "1250 for 1.250 surcharge):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT factor-ed
               IF factor-ed = ZEROES
                   DISPLAY "Error, factor cannot be zero"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE count-ed to es-count
           MOVE desc-ed to es-desc
           MOVE factor-ed to es-factor
           WRITE expRec
               INVALID KEY
                   REWRITE expRec
                       INVALID KEY
                           DISPLAY "Error, step could not be written"
                       NOT INVALID KEY
                           DISPLAY "Step replaced for " count-ed
                               " claim(s)"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Step added for " count-ed " claim(s)"
           END-WRITE.

      **** The last step listed is marked "+" - it rates that many ***
      *    claims or more                                               *
       LIST-STEPS.
           MOVE ZEROES to listCount
           MOVE "N" to expEOF
           MOVE ZEROES to es-count
           START expFile KEY IS >= es-count
               INVALID KEY
                   MOVE "Y" to expEOF
           END-START
           DISPLAY listHead
           PERFORM UNTIL expEOF = "Y"
               READ expFile NEXT RECORD
                   AT END
                       MOVE "Y" to expEOF
                   NOT AT END
                       IF listCount > ZEROES
                           DISPLAY listLine
                       END-IF
                       MOVE es-count to ll-count
                       MOVE SPACE to ll-more
                       MOVE es-factor to ll-factor
                       MOVE es-desc to ll-desc
                       ADD 1 to listCount
               END-READ
           END-PERFORM
           IF listCount = ZEROES
               DISPLAY "No experience steps on file - every policy "
                   "rates at factor 1.000"
           ELSE
               MOVE "+" to ll-more
               DISPLAY listLine
           END-IF.

       DELETE-STEP.
           PERFORM GET-COUNT
           MOVE count-ed to es-count
           READ expFile
               INVALID KEY
                   DISPLAY "Error, step does not exist"
               NOT INVALID KEY
                   MOVE SPACE to confirmDel
                   PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
                       DISPLAY "Are you sure you want to delete this"
                           " step (Y/N):"
                       ACCEPT confirmDel
                       IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                           DISPLAY "Error, please enter Y or N"
                       END-IF
                   END-PERFORM
                   IF confirmDel = "Y"
                       DELETE expFile
                           INVALID KEY
                               DISPLAY "Record could not be Removed"
                           NOT INVALID KEY
                               DISPLAY "Record Successfully Removed"
                       END-DELETE
                   ELSE
                       DISPLAY "Delete Cancelled"
                   END-IF
           END-READ.

       GET-COUNT.
           DISPLAY "Claim count for the step (2 digits, e.g. 00):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT count-ed
               IF count-ed NOT NUMERIC
                   DISPLAY "Error, count must be 2 digits"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM EXP-MAINT.
