      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the ZIP reference table zipref.dat that
      *          zipchk looks addresses up on - each five-digit ZIP
      *          with the city and state it belongs to. CUST-MAINT
      *          defaults city and state from it and refuses a state
      *          that disagrees with the ZIP; ZIP-SWEEP and DATA-AUDIT
      *          list the addresses already on file that fail it.
      *          LOAD adds or replaces entries in bulk from a postal
      *          extract in zipload.txt (ZIP 5, city 15, state 2 per
      *          line).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIP-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match zipchk.cbl's zipRec ****
           select zipFile assign to 'zipref.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is zr-zip
               FILE STATUS is zipFile-Status.

      **** Postal extract for LOAD ****
           select loadFile assign to 'zipload.txt'
               organization is line sequential
               file status is loadFile-Status.

       DATA DIVISION.
       file section.
           fd zipFile.
           01 zipRec.
               03 zr-zip pic x(5).
               03 zr-city pic x(15).
               03 zr-state pic x(2).

           fd loadFile.
           01 loadRec.
               03 ld-zip pic x(5).
               03 ld-city pic x(15).
               03 ld-state pic x(2).

       working-storage section.
       01 zipFile-Status pic xx.
       01 loadFile-Status pic xx.

       01 EOProj pic x VALUE "N".
       01 option pic x(6).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 zipEOF pic x VALUE "N".
       01 listCount pic 9(5) VALUE ZEROES.
       01 loadCount pic 9(7) VALUE ZEROES.
       01 replCount pic 9(7) VALUE ZEROES.
       01 rejCount pic 9(7) VALUE ZEROES.

       01 zip-ed pic x(5).
       01 city-ed pic x(15).
       01 state-ed pic x(2).
       01 listState pic x(2).

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may enter ZIPs, DELETE and LOAD need level 3              *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "ZIP-MAINT".
       01 denyFunc pic x(12).

       01 listHead.
           03 pic x(3) VALUE "ZIP".
           03 pic x(4).
           03 pic x(4) VALUE "City".
           03 pic x(13).
           03 pic x(5) VALUE "State".

       01 listLine.
           03 ll-zip pic x(5).
           03      pic x(2).
           03 ll-city pic x(15).
           03      pic x(2).
           03 ll-state pic x(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ENTER, LIST, DELETE, LOAD "
                   "or QUIT"
               ACCEPT option
               IF option = "ENTER" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "ENTER" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ENTER-ZIP
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-ZIPS
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "DELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DELETE-ZIP
                   END-IF
               ELSE IF option = "LOAD" THEN
                   IF operLevel < 3
                       DISPLAY "Error, LOAD is restricted to "
                           "senior operators"
                       MOVE "LOAD" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM LOAD-ZIPS
                   END-IF
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           CLOSE zipFile
           STOP RUN.

       INITPROJ.
           OPEN I-O zipFile
      **** First session has no zipref.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF zipFile-Status = "35"
               OPEN OUTPUT zipFile
               CLOSE zipFile
               OPEN I-O zipFile
           END-IF.

      **** Adds a ZIP, or replaces the city and state already on it **
       ENTER-ZIP.
           PERFORM GET-ZIP

           DISPLAY "City:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT city-ed
               IF city-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "State (2 letters):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT state-ed
               IF state-ed NOT ALPHABETIC
                   OR state-ed(1:1) = " " OR state-ed(2:1) = " "
                   DISPLAY "Error, state must be 2 letters"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE zip-ed to zr-zip
           MOVE city-ed to zr-city
           MOVE state-ed to zr-state
           WRITE zipRec
               INVALID KEY
                   REWRITE zipRec
                       INVALID KEY
                           DISPLAY "Error, ZIP could not be written"
                       NOT INVALID KEY
                           DISPLAY "ZIP " zip-ed " replaced"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "ZIP " zip-ed " added"
           END-WRITE.

      **** Every ZIP for one state, or the whole table ****
       LIST-ZIPS.
           DISPLAY "State to list (2 letters, blank for all):"
           ACCEPT listState
           MOVE ZEROES to listCount
           MOVE "N" to zipEOF
           MOVE LOW-VALUES to zr-zip
           START zipFile KEY IS >= zr-zip
               INVALID KEY
                   MOVE "Y" to zipEOF
           END-START
           DISPLAY listHead
           PERFORM UNTIL zipEOF = "Y"
               READ zipFile NEXT RECORD
                   AT END
                       MOVE "Y" to zipEOF
                   NOT AT END
                       IF listState = SPACES OR zr-state = listState
                           MOVE zr-zip to ll-zip
                           MOVE zr-city to ll-city
                           MOVE zr-state to ll-state
                           DISPLAY listLine
                           ADD 1 to listCount
                       END-IF
               END-READ
           END-PERFORM
           IF listCount = ZEROES
               DISPLAY "No ZIPs on file - addresses are not checked"
           ELSE
               DISPLAY listCount " ZIP(s) listed"
           END-IF.

       DELETE-ZIP.
           PERFORM GET-ZIP
           MOVE zip-ed to zr-zip
           READ zipFile
               INVALID KEY
                   DISPLAY "Error, ZIP does not exist"
               NOT INVALID KEY
                   DISPLAY zr-zip "  " zr-city "  " zr-state
                   MOVE SPACE to confirmDel
                   PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
                       DISPLAY "Are you sure you want to delete this"
                           " ZIP (Y/N):"
                       ACCEPT confirmDel
                       IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                           DISPLAY "Error, please enter Y or N"
                       END-IF
                   END-PERFORM
                   IF confirmDel = "Y"
                       DELETE zipFile
                           INVALID KEY
                               DISPLAY "Record could not be Removed"
                           NOT INVALID KEY
                               DISPLAY "Record Successfully Removed"
                       END-DELETE
                   ELSE
                       DISPLAY "Delete Cancelled"
                   END-IF
           END-READ.

      **** Bulk add/replace from the postal extract - a line with a ***
      *    bad ZIP or state is counted and left out                     *
       LOAD-ZIPS.
           OPEN INPUT loadFile
           IF loadFile-Status NOT = "00"
               DISPLAY "Error, zipload.txt could not be opened (status "
                   loadFile-Status ")"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES to loadCount replCount rejCount
           MOVE "N" to zipEOF
           PERFORM UNTIL zipEOF = "Y"
               READ loadFile
                   AT END
                       MOVE "Y" to zipEOF
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM
           CLOSE loadFile
           DISPLAY loadCount " ZIP(s) added, " replCount " replaced, "
               rejCount " line(s) rejected".

       LOAD-ONE.
           IF ld-zip NOT NUMERIC OR ld-state NOT ALPHABETIC
               OR ld-state(1:1) = " " OR ld-state(2:1) = " "
               ADD 1 to rejCount
               EXIT PARAGRAPH
           END-IF
           MOVE ld-zip to zr-zip
           MOVE ld-city to zr-city
           MOVE ld-state to zr-state
           WRITE zipRec
               INVALID KEY
                   REWRITE zipRec
                       INVALID KEY
                           ADD 1 to rejCount
                       NOT INVALID KEY
                           ADD 1 to replCount
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 to loadCount
           END-WRITE.

       GET-ZIP.
           DISPLAY "ZIP (5 digits):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT zip-ed
               IF zip-ed NOT NUMERIC
                   DISPLAY "Error, ZIP must be 5 digits"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM ZIP-MAINT.
