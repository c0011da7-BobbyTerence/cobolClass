      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Memo diary for a policy, customer or claim - called
      *          from FINAL-PROJ's and CLAIM-MAINT's NOTES options and
      *          from CUST-INQ. notes.dat holds one record per note,
      *          keyed by entity type, entity number and the date and
      *          time it was written, stamped with the signed-on
      *          operator and carrying up to four lines of free text.
      *          Notes are append-only - there is no change or delete
      *          here or anywhere else, so the diary stands as the
      *          record of what the customer was told. noteFunc M runs
      *          the ADD/VIEW menu; noteFunc S just shows the latest
      *          few notes for the caller's screen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. notemaint.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select noteFile assign to 'notes.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is nt-key
               FILE STATUS is noteFile-Status.

       DATA DIVISION.
       file section.
           fd noteFile.
           01 noteRec.
               03 nt-key.
      **** PO - policy, CU - customer, CL - claim ****
                   05 nt-entType pic x(2).
                   05 nt-entNum pic x(6).
      **** 9999999999999999 less YYYYMMDDHHMMSSCC - the newest note **
      *    on an entity is the first one read                          *
                   05 nt-revStamp pic 9(16).
               03 nt-date pic 9(8).
               03 nt-time pic 9(8).
               03 nt-user pic x(8).
               03 nt-text.
                   05 nt-line pic x(60) OCCURS 4 TIMES.

       working-storage section.
       01 noteFile-Status pic xx.

       01 EONote pic x VALUE "N".
       01 option pic x(6).
       01 noteEOF pic x VALUE "N".
       01 noteWritten pic x VALUE "N".
       01 endText pic x VALUE "N".
       01 noteCount pic 9(5) VALUE ZEROES.
       01 lineSub pic 9(1) VALUE ZEROES.
       01 lineMax pic 9(1) VALUE 4.

      **** How many notes the S function shows before it stops ****
       01 showMax pic 9(2) VALUE 3.

       01 noteStamp pic 9(16).
       01 noteMDY pic 9(8).
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).
       01 line-ed pic x(60).

       01 entityDis pic x(8).

       01 noteHead.
           03      pic x(4).
           03      pic x(5) VALUE "NOTE ".
           03 nh-date pic 99/99/9999.
           03      pic x(1).
           03 nh-hh pic 9(2).
           03      pic x(1) VALUE ":".
           03 nh-mm pic 9(2).
           03      pic x(4) VALUE "  BY".
           03      pic x(1).
           03 nh-user pic x(8).

       01 noteLine.
           03      pic x(6).
           03 nl-text pic x(60).

       LINKAGE SECTION.
      **** The signed-on operator stamps every note written. noteType **
      *    is PO, CU or CL and noteKey the policy, customer or claim   *
      *    number the caller has already read                          *
       01 operUser pic x(8).
       01 noteFunc pic x(1).
       01 noteType pic x(2).
       01 noteKey pic x(6).

       PROCEDURE DIVISION USING operUser noteFunc noteType noteKey.
       MAIN-PROCEDURE.
           EVALUATE noteType
               WHEN "PO"
                   MOVE "policy" to entityDis
               WHEN "CU"
                   MOVE "customer" to entityDis
               WHEN OTHER
                   MOVE "claim" to entityDis
           END-EVALUATE

      **** S - the caller's inquiry screen shows the latest notes; ****
      *    no notes.dat yet simply means nothing to show               *
           IF noteFunc = "S"
               OPEN INPUT noteFile
               IF noteFile-Status = "00"
                   PERFORM SHOW-RECENT
                   CLOSE noteFile
               END-IF
               EXIT PROGRAM
           END-IF

           OPEN I-O noteFile
      **** First session has no notes.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF noteFile-Status = "35"
               OPEN OUTPUT noteFile
               CLOSE noteFile
               OPEN I-O noteFile
           END-IF

           MOVE "N" to EONote
           PERFORM UNTIL EONote = "Y"
               DISPLAY "Notes on " entityDis " " noteKey " - ADD, "
                   "VIEW or DONE"
               ACCEPT option
               IF option = "ADD" THEN
                   PERFORM ADD-NOTE
               ELSE IF option = "VIEW" THEN
                   PERFORM VIEW-NOTES
               ELSE IF option = "DONE" THEN
                   MOVE "Y" to EONote
               END-IF
           END-PERFORM

           CLOSE noteFile
           EXIT PROGRAM.

      **** A note is up to four lines - a blank line ends it early.  **
      *    The stamp is taken when the note is saved, not when keying  *
      *    began                                                        *
       ADD-NOTE.
           MOVE SPACES to nt-text
           MOVE ZEROES to lineSub
           MOVE "N" to endText
           DISPLAY "Enter the note, up to " lineMax " lines of 60 - "
               "a blank line ends it:"
           PERFORM UNTIL endText = "Y"
               ACCEPT line-ed
               IF line-ed = SPACES
                   MOVE "Y" to endText
               ELSE
                   ADD 1 to lineSub
                   MOVE line-ed to nt-line(lineSub)
                   IF lineSub = lineMax
                       MOVE "Y" to endText
                   END-IF
               END-IF
           END-PERFORM
           IF lineSub = ZEROES
               DISPLAY "Nothing keyed - note not added"
               EXIT PARAGRAPH
           END-IF

           MOVE noteType to nt-entType
           MOVE noteKey to nt-entNum
           MOVE operUser to nt-user
           ACCEPT nt-date FROM DATE YYYYMMDD
           ACCEPT nt-time FROM TIME
           MOVE nt-date to noteStamp(1:8)
           MOVE nt-time to noteStamp(9:8)
           COMPUTE nt-revStamp = 9999999999999999 - noteStamp

      **** Two notes in the same hundredth of a second on the one   ***
      *    entity - step the stamp on so neither is lost               *
           MOVE "N" to noteWritten
           PERFORM UNTIL noteWritten = "Y"
               WRITE noteRec
                   INVALID KEY
                       IF noteFile-Status = "22"
                           SUBTRACT 1 from nt-revStamp
                       ELSE
                           DISPLAY "Error, note could not be added "
                               "(status " noteFile-Status ")"
                           MOVE "Y" to noteWritten
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Note added"
                       MOVE "Y" to noteWritten
               END-WRITE
           END-PERFORM.

      **** Every note on the entity, newest first ****
       VIEW-NOTES.
           MOVE ZEROES to noteCount
           PERFORM START-NOTES
           PERFORM UNTIL noteEOF = "Y"
               PERFORM READ-NEXT-NOTE
               IF noteEOF NOT = "Y"
                   PERFORM SHOW-NOTE
               END-IF
           END-PERFORM
           IF noteCount = ZEROES
               DISPLAY "No notes on file for " entityDis " " noteKey
           ELSE
               DISPLAY noteCount " note(s) on file"
           END-IF.

      **** The latest showMax notes - enough to see what the customer *
      *    was told last without paging the whole diary                *
       SHOW-RECENT.
           MOVE ZEROES to noteCount
           PERFORM START-NOTES
           PERFORM UNTIL noteEOF = "Y" OR noteCount = showMax
               PERFORM READ-NEXT-NOTE
               IF noteEOF NOT = "Y"
                   PERFORM SHOW-NOTE
               END-IF
           END-PERFORM.

       START-NOTES.
           MOVE "N" to noteEOF
           MOVE noteType to nt-entType
           MOVE noteKey to nt-entNum
           MOVE ZEROES to nt-revStamp
           START noteFile KEY IS >= nt-key
               INVALID KEY
                   MOVE "Y" to noteEOF
           END-START.

       READ-NEXT-NOTE.
           READ noteFile NEXT RECORD
               AT END
                   MOVE "Y" to noteEOF
               NOT AT END
                   IF nt-entType NOT = noteType
                       OR nt-entNum NOT = noteKey
                       MOVE "Y" to noteEOF
                   END-IF
           END-READ.

       SHOW-NOTE.
           MOVE "M" to dateValFn
           CALL "dateval" USING dateValFn, nt-date, noteMDY,
               dateValFlag
           MOVE noteMDY to nh-date
           MOVE nt-time(1:2) to nh-hh
           MOVE nt-time(3:2) to nh-mm
           MOVE nt-user to nh-user
           DISPLAY noteHead
           PERFORM VARYING lineSub FROM 1 BY 1
               UNTIL lineSub > lineMax
               IF nt-line(lineSub) NOT = SPACES
                   MOVE nt-line(lineSub) to nl-text
                   DISPLAY noteLine
               END-IF
           END-PERFORM
           ADD 1 to noteCount.

       END PROGRAM notemaint.
