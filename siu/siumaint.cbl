      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Review the special investigations referrals that
      *          SIU-SCREEN writes to siuref.dat and record each one's
      *          disposition - CL cleared, IN under investigation or FR
      *          fraud confirmed - with the reviewer, the date and a
      *          short note. A referred claim stays on siuref.dat
      *          whatever its disposition, so SIU-SCREEN never refers
      *          it again. LIST shows the referrals still awaiting a
      *          disposition, ALL shows every referral.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIU-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match siuscrn.cbl's refRec ****
           select refFile assign to 'siuref.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is sr-claimNum
               FILE STATUS is refFile-Status.

       DATA DIVISION.
       file section.
           fd refFile.
           01 refRec.
               03 sr-claimNum pic x(6).
               03 sr-polNum pic x(6).
               03 sr-referDate pic 9(8).
               03 sr-score pic 9(2).
               03 sr-flags.
                   05 sr-flag pic x(1) OCCURS 5 TIMES.
               03 sr-disp pic x(2).
               03 sr-dispDate pic 9(8).
               03 sr-dispUser pic x(8).
               03 sr-note pic x(40).

       working-storage section.
       01 refFile-Status pic xx.

       01 EOProj pic x VALUE "N".
       01 option pic x(7).
       01 notNull pic x VALUE "N".
       01 refEOF pic x VALUE "N".
       01 listAll pic x VALUE "N".

       01 workClaim pic x(6).
       01 disp-ed pic x(2).
       01 note-ed pic x(40).
       01 today8 pic 9(8).
       01 refCount pic 9(5).

       01 flagNames.
           03      pic x(6) VALUE "NEWPOL".
           03      pic x(6) VALUE "CANREI".
           03      pic x(6) VALUE "MULTI ".
           03      pic x(6) VALUE "DUPLOS".
           03      pic x(6) VALUE "LATE  ".
       01 flagNameTable REDEFINES flagNames.
           03 flagName pic x(6) OCCURS 5 TIMES.
       01 fl-idx pic 9(1).
       01 reasonTxt pic x(35).
       01 reasonPtr pic 9(2).

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may record a disposition                                   *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "SIU-MAINT".
       01 denyFunc pic x(12).

       01 listHead.
           03 pic x(8) VALUE "Claim".
           03 pic x(8) VALUE "Policy".
           03 pic x(12) VALUE "Referred".
           03 pic x(4) VALUE "Scr".
           03 pic x(36) VALUE "Reasons".
           03 pic x(4) VALUE "Dsp".
           03 pic x(12) VALUE "Decided".
           03 pic x(8) VALUE "By".

       01 listLine.
           03 ll-claimNum pic x(6).
           03      pic x(2).
           03 ll-polNum pic x(6).
           03      pic x(2).
           03 ll-referDate pic 9999/99/99.
           03      pic x(2).
           03 ll-score pic Z9.
           03      pic x(2).
           03 ll-reasons pic x(35).
           03      pic x(1).
           03 ll-disp pic x(2).
           03      pic x(2).
           03 ll-dispDate pic 9999/99/99.
           03      pic x(2).
           03 ll-dispUser pic x(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to LIST, ALL, SHOW, DISPOSE or "
                   "QUIT"
               ACCEPT option
               IF option = "LIST" THEN
                   MOVE "N" to listAll
                   PERFORM LIST-REFERRALS
               ELSE IF option = "ALL" THEN
                   MOVE "Y" to listAll
                   PERFORM LIST-REFERRALS
               ELSE IF option = "SHOW" THEN
                   PERFORM SHOW-REC
               ELSE IF option = "DISPOSE" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "SIUDISPOSE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DISP-REC
                   END-IF
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           PERFORM END-PROGRAM.

       INITPROJ.
           OPEN I-O refFile
      **** No siuref.dat until SIU-SCREEN has run - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF refFile-Status = "35"
               OPEN OUTPUT refFile
               CLOSE refFile
               OPEN I-O refFile
           END-IF.

       LIST-REFERRALS.
           DISPLAY listHead
           MOVE ZEROES to refCount
           MOVE "N" to refEOF
           MOVE LOW-VALUES to sr-claimNum
           START refFile KEY IS >= sr-claimNum
               INVALID KEY
                   MOVE "Y" to refEOF
           END-START
           PERFORM UNTIL refEOF = "Y"
               READ refFile NEXT RECORD
                   AT END
                       MOVE "Y" to refEOF
                   NOT AT END
                       IF listAll = "Y" OR sr-disp = SPACES
                           PERFORM SHOW-REFERRAL
                           ADD 1 to refCount
                       END-IF
               END-READ
           END-PERFORM
           IF refCount = ZEROES
               IF listAll = "Y"
                   DISPLAY "No referrals on file"
               ELSE
                   DISPLAY "No referrals awaiting disposition"
               END-IF
           END-IF.

       SHOW-REC.
           DISPLAY "Claim Number:"
           ACCEPT workClaim
           MOVE workClaim to sr-claimNum
           READ refFile
               INVALID KEY
                   DISPLAY "Claim has not been referred"
               NOT INVALID KEY
                   DISPLAY listHead
                   PERFORM SHOW-REFERRAL
                   IF sr-note NOT = SPACES
                       DISPLAY "Note: " sr-note
                   END-IF
           END-READ.

       SHOW-REFERRAL.
           PERFORM BUILD-REASONS
           MOVE SPACES to listLine
           MOVE sr-claimNum to ll-claimNum
           MOVE sr-polNum to ll-polNum
           MOVE sr-referDate to ll-referDate
           MOVE sr-score to ll-score
           MOVE reasonTxt to ll-reasons
           MOVE sr-disp to ll-disp
           MOVE sr-dispDate to ll-dispDate
           MOVE sr-dispUser to ll-dispUser
           DISPLAY listLine.

      **** The raised flags' names, in the order SIU-SCREEN sets them *
       BUILD-REASONS.
           MOVE SPACES to reasonTxt
           MOVE 1 to reasonPtr
           PERFORM VARYING fl-idx FROM 1 BY 1 UNTIL fl-idx > 5
               IF sr-flag(fl-idx) = "Y"
                   STRING flagName(fl-idx) DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       INTO reasonTxt WITH POINTER reasonPtr
               END-IF
           END-PERFORM.

      **** An IN disposition may later be settled as CL or FR - the ***
      *    latest decision, reviewer and date replace the earlier one  *
       DISP-REC.
           DISPLAY "Claim Number:"
           ACCEPT workClaim
           MOVE workClaim to sr-claimNum
           READ refFile
               INVALID KEY
                   DISPLAY "Error, claim has not been referred"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY listHead
           PERFORM SHOW-REFERRAL
           IF sr-note NOT = SPACES
               DISPLAY "Note: " sr-note
           END-IF

           DISPLAY "Disposition (CL cleared, IN investigating, "
               "FR fraud):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT disp-ed
               IF disp-ed = "CL" OR disp-ed = "IN" OR disp-ed = "FR"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, disposition must be CL, IN or FR"
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Note:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT note-ed
               IF note-ed = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE disp-ed to sr-disp
           MOVE today8 to sr-dispDate
           MOVE operUser to sr-dispUser
           MOVE note-ed to sr-note
           REWRITE refRec
               INVALID KEY
                   DISPLAY "Error Updating"
               NOT INVALID KEY
                   DISPLAY "Disposition recorded"
           END-REWRITE.

       END-PROGRAM.
           CLOSE refFile
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM SIU-MAINT.
