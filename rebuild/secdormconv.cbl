      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: One-time conversion of secfile.dat to add the last
      *          sign-on date SEC-DORMANT disables unused IDs by and
      *          the supervisor SEC-RECERT groups the recertification
      *          by. Rename the existing file to secfile.old first -
      *          this job reads secfile.old and loads a fresh
      *          secfile.dat with every operator's last sign-on set to
      *          the conversion date, so nobody is disabled before
      *          they have had the full 90 days, and no supervisor.
      *          Passwords, dates, lockouts and books carry over as
      *          they stand. Name each operator's supervisor afterwards
      *          through SEC-MAINT. Counts verify like SECREBLD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECDORMCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** The pre-conversion file, without the sign-on fields ****
           select oldSec assign to 'secfile.old'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is old-user
               FILE STATUS is oldSec-Status.

      **** The converted file - layout must match signon.cbl's secRec *
           select newSec assign to 'secfile.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is sec-user
               FILE STATUS is newSec-Status.

       DATA DIVISION.
       FILE SECTION.
           fd oldSec.
           01 oldSecRec.
               03 old-user pic x(8).
               03 old-password pic x(8).
               03 old-level pic 9(1).
               03 old-pwDate pic 9(8).
               03 old-fails pic 9(1).
               03 old-locked pic x(1).
               03 old-oldPw1 pic x(8).
               03 old-oldPw2 pic x(8).
               03 old-scope pic x(1).
               03 old-agent pic x(5).

           fd newSec.
           01 secRec.
               03 sec-user pic x(8).
               03 sec-password pic x(8).
               03 sec-level pic 9(1).
               03 sec-pwDate pic 9(8).
               03 sec-fails pic 9(1).
               03 sec-locked pic x(1).
               03 sec-oldPw1 pic x(8).
               03 sec-oldPw2 pic x(8).
               03 sec-scope pic x(1).
               03 sec-agent pic x(5).
               03 sec-lastOn pic 9(8).
               03 sec-super pic x(8).

       WORKING-STORAGE SECTION.
       01 oldSec-Status pic xx.
       01 newSec-Status pic xx.
       01 endLoad pic x VALUE "N".
       01 endVerify pic x VALUE "N".
       01 loadCount pic 9(5) VALUE ZEROES.
       01 verifyCount pic 9(5) VALUE ZEROES.
       01 today8 pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-ALL
           PERFORM VERIFY-LOAD
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN INPUT oldSec
           IF oldSec-Status NOT = "00"
               DISPLAY "Error, secfile.old could not be opened - "
                   "rename the current secfile.dat to secfile.old "
                   "before running this conversion (status "
                   oldSec-Status ")"
               STOP RUN
           END-IF
           OPEN OUTPUT newSec
           IF newSec-Status NOT = "00"
               DISPLAY "Error, secfile.dat could not be created "
                   "(status " newSec-Status ")"
               CLOSE oldSec
               STOP RUN
           END-IF
           ACCEPT today8 FROM DATE YYYYMMDD.

       LOAD-ALL.
           PERFORM UNTIL endLoad = "Y"
               READ oldSec NEXT RECORD
                   AT END
                       MOVE "Y" to endLoad
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

      **** The dormancy clock starts from the conversion - nobody ****
      *    is disabled for sign-ons made before it was kept            *
       LOAD-ONE.
           MOVE old-user to sec-user
           MOVE old-password to sec-password
           MOVE old-level to sec-level
           MOVE old-pwDate to sec-pwDate
           MOVE old-fails to sec-fails
           MOVE old-locked to sec-locked
           MOVE old-oldPw1 to sec-oldPw1
           MOVE old-oldPw2 to sec-oldPw2
           MOVE old-scope to sec-scope
           MOVE old-agent to sec-agent
           MOVE today8 to sec-lastOn
           MOVE SPACES to sec-super
           WRITE secRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
                       old-user
               NOT INVALID KEY
                   ADD 1 to loadCount
           END-WRITE.

      **** Re-reads the converted file and compares record counts ****
       VERIFY-LOAD.
           CLOSE newSec
           OPEN INPUT newSec
           MOVE LOW-VALUES to sec-user
           START newSec KEY IS >= sec-user
               INVALID KEY MOVE "Y" to endVerify
           END-START
           PERFORM UNTIL endVerify = "Y"
               READ newSec NEXT RECORD
                   AT END
                       MOVE "Y" to endVerify
                   NOT AT END
                       ADD 1 to verifyCount
               END-READ
           END-PERFORM.

       CLOSEJOB.
           IF loadCount = verifyCount
               DISPLAY loadCount " operator(s) converted and verified"
           ELSE
               DISPLAY "ERROR - " loadCount " record(s) loaded but "
                   verifyCount " verified - do NOT delete secfile.old"
           END-IF
           CLOSE oldSec newSec
           STOP RUN.

       END PROGRAM SECDORMCONV.
