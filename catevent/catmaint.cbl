      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the catastrophe event file catevent.dat that
      *          CLAIM-MAINT tags claims from and CAT-RPT totals by -
      *          an event code, description, the date range the event
      *          ran over (no end date while it is still under way),
      *          up to ten affected states and an open/closed status.
      *          CLAIM-MAINT suggests an open event to a claim whose
      *          loss date and insured state fall inside it. An event
      *          with claims still tagged to it cannot be deleted -
      *          close it instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select catFile assign to 'catevent.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ev-code
               FILE STATUS is catFile-Status.

      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

       DATA DIVISION.
       file section.
           fd catFile.
           01 catRec.
               03 ev-code pic x(6).
               03 ev-desc pic x(30).
               03 ev-startDate pic 9(8).
               03 ev-endDate pic 9(8).
               03 ev-states.
                   05 ev-state pic x(2) OCCURS 10 TIMES.
               03 ev-status pic x(2).

           fd claimFile.
           01 claimRec.
               03 cl-claimNum pic x(6).
               03 cl-polNum pic x(6).
               03 cl-lossDate pic 9(8).
               03 cl-lossType pic x(10).
               03 cl-reserve pic 9(8)v99.
               03 cl-paid pic 9(8)v99.
               03 cl-adjuster pic x(5).
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

       working-storage section.
       01 catFile-Status pic xx.
       01 claimFile-Status pic xx.
       01 claimAvail pic x VALUE "N".

       01 EOProj pic x VALUE "N".
       01 option pic x(6).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 catEOF pic x VALUE "N".
       01 claimEOF pic x VALUE "N".

       01 workCode pic x(6).
       01 desc-ed pic x(30).
       01 start-ed pic 9(8).
       01 end-ed pic 9(8).
       01 status-ed pic x(2).
       01 states-ed.
           03 state-ed pic x(2) OCCURS 10 TIMES.
       01 st-idx pic 9(2).
       01 stateIn pic x(2).
       01 startChk pic 9(8).
       01 endChk pic 9(8).
       01 eventCount pic 9(3).
       01 taggedCount pic 9(5).

      **** dateval call interface ****
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may add/update, DELETE needs level 3                      *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "CAT-MAINT".
       01 denyFunc pic x(12).

       01 listHead.
           03 pic x(6) VALUE "Event".
           03 pic x(2).
           03 pic x(30) VALUE "Description".
           03 pic x(2).
           03 pic x(10) VALUE "From".
           03 pic x(2).
           03 pic x(10) VALUE "To".
           03 pic x(2).
           03 pic x(2) VALUE "St".
           03 pic x(2).
           03 pic x(6) VALUE "States".

       01 listLine.
           03 ll-code pic x(6).
           03      pic x(2).
           03 ll-desc pic x(30).
           03      pic x(2).
           03 ll-start pic 99/99/9999.
           03      pic x(2).
           03 ll-end pic 99/99/9999.
           03      pic x(2).
           03 ll-status pic x(2).
           03      pic x(2).
           03 ll-states pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ADD, UPDATE, LIST, DELETE or "
                   "QUIT"
               ACCEPT option
               IF option = "ADD" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "CATADD" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ADD-REC
                   END-IF
               ELSE IF option = "UPDATE" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "CATUPDATE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM UP-REC
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-EVENTS
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "CATDELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DEL-REC
                   END-IF
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           PERFORM END-PROGRAM.

       INITPROJ.
           OPEN I-O catFile
      **** First session has no catevent.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF catFile-Status = "35"
               OPEN OUTPUT catFile
               CLOSE catFile
               OPEN I-O catFile
           END-IF
           OPEN INPUT claimFile
           IF claimFile-Status = "00"
               MOVE "Y" to claimAvail
           END-IF.

       ADD-REC.
           DISPLAY "Event Code:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT workCode
               IF workCode = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE workCode to ev-code
           READ catFile
               INVALID KEY
                   MOVE SPACES to states-ed
      **** A new event is open - claims are still coming in ****
                   MOVE "OP" to status-ed
                   PERFORM GET-EVENT-DETAIL
                   MOVE workCode to ev-code
                   PERFORM STAGE-EVENT
                   WRITE catRec
                       INVALID KEY
                           DISPLAY "Error, event could not be written"
                       NOT INVALID KEY
                           DISPLAY "Event added"
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Error, event already exists."
           END-READ.

       UP-REC.
           DISPLAY "Event Code:"
           ACCEPT workCode
           MOVE workCode to ev-code
           READ catFile
               INVALID KEY
                   DISPLAY "Error, event does not exist"
               NOT INVALID KEY
                   PERFORM SHOW-EVENT
                   MOVE ev-states to states-ed
                   PERFORM GET-EVENT-DETAIL
                   PERFORM GET-STATUS
                   PERFORM STAGE-EVENT
                   REWRITE catRec
                       INVALID KEY
                           DISPLAY "Error Updating"
                       NOT INVALID KEY
                           DISPLAY "Update Successful"
                   END-REWRITE
           END-READ.

       STAGE-EVENT.
           MOVE desc-ed to ev-desc
           MOVE start-ed to ev-startDate
           MOVE end-ed to ev-endDate
           MOVE states-ed to ev-states
           MOVE status-ed to ev-status.

       LIST-EVENTS.
           DISPLAY listHead
           MOVE ZEROES to eventCount
           MOVE "N" to catEOF
           MOVE LOW-VALUES to ev-code
           START catFile KEY IS >= ev-code
               INVALID KEY
                   MOVE "Y" to catEOF
           END-START
           PERFORM UNTIL catEOF = "Y"
               READ catFile NEXT RECORD
                   AT END
                       MOVE "Y" to catEOF
                   NOT AT END
                       PERFORM SHOW-EVENT
                       ADD 1 to eventCount
               END-READ
           END-PERFORM
           IF eventCount = ZEROES
               DISPLAY "No catastrophe events on file"
           END-IF.

       SHOW-EVENT.
           MOVE ev-code to ll-code
           MOVE ev-desc to ll-desc
           MOVE ev-startDate to ll-start
           MOVE ev-endDate to ll-end
           MOVE ev-status to ll-status
           MOVE ev-states to ll-states
           DISPLAY listLine.

      **** An event still carrying claims stays on file so CAT-RPT ***
      *    and the treaty notice can total them                         *
       DEL-REC.
           DISPLAY "Event Code:"
           ACCEPT workCode
           MOVE workCode to ev-code
           READ catFile
               INVALID KEY
                   DISPLAY "Error, event does not exist"
                   EXIT PARAGRAPH
           END-READ
           PERFORM COUNT-TAGGED
           IF taggedCount > ZEROES
               DISPLAY "Error, " taggedCount " claim(s) are tagged to "
                   "this event - close it instead"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE to confirmDel
           PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
               DISPLAY "Are you sure you want to delete this event "
                   "(Y/N):"
               ACCEPT confirmDel
               IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                   DISPLAY "Error, please enter Y or N"
               END-IF
           END-PERFORM
           IF confirmDel = "Y"
               DELETE catFile
                   INVALID KEY
                       DISPLAY "Record could not be Removed"
                   NOT INVALID KEY
                       DISPLAY "Record Successfully Removed"
               END-DELETE
           ELSE
               DISPLAY "Delete Cancelled"
           END-IF.

       COUNT-TAGGED.
           MOVE ZEROES to taggedCount
           IF claimAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to claimEOF
           MOVE LOW-VALUES to cl-claimNum
           START claimFile KEY IS >= cl-claimNum
               INVALID KEY
                   MOVE "Y" to claimEOF
           END-START
           PERFORM UNTIL claimEOF = "Y"
               READ claimFile NEXT RECORD
                   AT END
                       MOVE "Y" to claimEOF
                   NOT AT END
                       IF cl-eventCode = workCode
                           ADD 1 to taggedCount
                       END-IF
               END-READ
           END-PERFORM.

      **** Description, date range and affected states - states-ed  ***
      *    comes in holding the event's current states on UPDATE       *
       GET-EVENT-DETAIL.
           DISPLAY "Event Description:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT desc-ed
               IF desc-ed = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE "Y" to dateValFn
           DISPLAY "Event Start Date (MMDDYYYY):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT start-ed
               CALL "dateval" USING dateValFn, start-ed, startChk,
                   dateValFlag
               IF dateValFlag NOT = "Y"
                   DISPLAY "Error, not a real calendar date (MMDDYYYY)"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Event End Date (MMDDYYYY, 0 while under way):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT end-ed
               IF end-ed = ZEROES
                   MOVE "Y" to notNull
               ELSE
                   CALL "dateval" USING dateValFn, end-ed, endChk,
                       dateValFlag
                   IF dateValFlag NOT = "Y"
                       DISPLAY "Error, not a real calendar date "
                           "(MMDDYYYY)"
                   ELSE
                       IF endChk < startChk
                           DISPLAY "Error, end date is before the "
                               "start date"
                       ELSE
                           MOVE "Y" to notNull
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           IF state-ed(1) NOT = SPACES
               DISPLAY "Current states: " states-ed
               DISPLAY "Re-key the affected states below"
           END-IF
           MOVE SPACES to states-ed
           DISPLAY "Affected States, one per line (up to 10, blank "
               "to finish):"
           PERFORM VARYING st-idx FROM 1 BY 1 UNTIL st-idx > 10
               ACCEPT stateIn
               IF stateIn = SPACES
                   IF st-idx = 1
                       DISPLAY "Error, at least one state is required"
                       SUBTRACT 1 FROM st-idx
                   ELSE
                       MOVE 11 to st-idx
                   END-IF
               ELSE
                   MOVE stateIn to state-ed(st-idx)
               END-IF
           END-PERFORM.

       GET-STATUS.
           DISPLAY "Status (OP open, CL closed):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT status-ed
               IF status-ed = "OP" OR status-ed = "CL"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, status must be OP or CL"
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

       END-PROGRAM.
           IF claimAvail = "Y"
               CLOSE claimFile
           END-IF
           CLOSE catFile
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM CAT-MAINT.
