      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: One-time conversion of canreason.dat to carry the
      *          return premium method (cr-method) retprem prices a
      *          cancellation by. Rename the existing file to
      *          canreason.old first - this job reads canreason.old in
      *          the prior layout, loads a fresh canreason.dat with
      *          every code on pro-rata, then verifies the record
      *          counts match - the same pattern POLREBLD used for the
      *          agent alternate key. Mark the insured-requested codes
      *          short-rate through REASON-MAINT's UPDATE afterwards.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** The pre-conversion file - code and description only ****
           select oldRsn assign to 'canreason.old'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is old-code
               FILE STATUS is oldRsn-Status.

      **** The converted file - layout must match reasonmaint.cbl's **
           select newRsn assign to 'canreason.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cr-code
               FILE STATUS is newRsn-Status.

       DATA DIVISION.
       FILE SECTION.
           fd oldRsn.
           01 oldRsnRec.
               03 old-code pic x(2).
               03 old-desc pic x(30).

           fd newRsn.
           01 rsnRec.
               03 cr-code pic x(2).
               03 cr-desc pic x(30).
               03 cr-method pic x(1).

       WORKING-STORAGE SECTION.
       01 oldRsn-Status pic xx.
       01 newRsn-Status pic xx.
       01 endLoad pic x VALUE "N".
       01 endVerify pic x VALUE "N".
       01 loadCount pic 9(7) VALUE ZEROES.
       01 verifyCount pic 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-ALL
           PERFORM VERIFY-LOAD
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN INPUT oldRsn
           IF oldRsn-Status NOT = "00"
               DISPLAY "Error, canreason.old could not be opened - "
                   "rename the current canreason.dat to canreason.old "
                   "before running this conversion (status "
                   oldRsn-Status ")"
               STOP RUN
           END-IF
           OPEN OUTPUT newRsn
           IF newRsn-Status NOT = "00"
               DISPLAY "Error, canreason.dat could not be created "
                   "(status " newRsn-Status ")"
               CLOSE oldRsn
               STOP RUN
           END-IF.

       LOAD-ALL.
           PERFORM UNTIL endLoad = "Y"
               READ oldRsn NEXT RECORD
                   AT END
                       MOVE "Y" to endLoad
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

      **** Every code converts pro-rata - the method that never    ****
      *    short-changes the insured until the codes are reviewed      *
       LOAD-ONE.
           MOVE old-code to cr-code
           MOVE old-desc to cr-desc
           MOVE "P" to cr-method
           WRITE rsnRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
                       old-code
               NOT INVALID KEY
                   ADD 1 to loadCount
           END-WRITE.

      **** Re-reads the converted file and compares record counts ****
       VERIFY-LOAD.
           CLOSE newRsn
           OPEN INPUT newRsn
           MOVE LOW-VALUES to cr-code
           START newRsn KEY IS >= cr-code
               INVALID KEY MOVE "Y" to endVerify
           END-START
           PERFORM UNTIL endVerify = "Y"
               READ newRsn NEXT RECORD
                   AT END
                       MOVE "Y" to endVerify
                   NOT AT END
                       ADD 1 to verifyCount
               END-READ
           END-PERFORM.

       CLOSEJOB.
           IF loadCount = verifyCount
               DISPLAY loadCount " record(s) loaded and verified - "
                   "canreason.dat is on the current layout"
           ELSE
               DISPLAY "ERROR - " loadCount " record(s) loaded but "
                   verifyCount " verified - do NOT delete canreason.old"
           END-IF
           CLOSE oldRsn newRsn
           STOP RUN.

       END PROGRAM RSNCONV.
