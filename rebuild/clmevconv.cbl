      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: One-time conversion of claims.dat to carry the
      *          catastrophe event a claim belongs to (cl-eventCode,
      *          kept on catevent.dat by CAT-MAINT). Rename the
      *          existing file to claims.old first - this job reads
      *          claims.old in the prior layout, loads a fresh
      *          claims.dat with no event named, then verifies the
      *          record counts match - the same pattern CLMCONV used
      *          for the coverage fields. Tag the claims of an event
      *          already under way through CLAIM-MAINT's event option.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMEVCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** The pre-conversion file - CLMCONV's old target layout, ***
      *    with no event field                                          *
           select oldClaim assign to 'claims.old'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is old-claimNum
               FILE STATUS is oldClaim-Status.

      **** The converted file - layout must match claimmaint.cbl's ****
           select newClaim assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cl-claimNum
               FILE STATUS is newClaim-Status.

       DATA DIVISION.
       FILE SECTION.
           fd oldClaim.
           01 oldClaimRec.
               03 old-claimNum pic x(6).
               03 old-polNum pic x(6).
               03 old-lossDate pic 9(8).
               03 old-lossType pic x(10).
               03 old-reserve pic 9(8)v99.
               03 old-paid pic 9(8)v99.
               03 old-adjuster pic x(5).
               03 old-status pic x(2).
               03 old-diaryDate pic 9(8).
               03 old-recovered pic 9(8)v99.
               03 old-coverage pic x(3).
               03 old-dedApplied pic 9(6)v99.
               03 old-itemSeq pic 9(2).

           fd newClaim.
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

       WORKING-STORAGE SECTION.
       01 oldClaim-Status pic xx.
       01 newClaim-Status pic xx.
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
           OPEN INPUT oldClaim
           IF oldClaim-Status NOT = "00"
               DISPLAY "Error, claims.old could not be opened - "
                   "rename the current claims.dat to claims.old "
                   "before running this conversion (status "
                   oldClaim-Status ")"
               STOP RUN
           END-IF
           OPEN OUTPUT newClaim
           IF newClaim-Status NOT = "00"
               DISPLAY "Error, claims.dat could not be created "
                   "(status " newClaim-Status ")"
               CLOSE oldClaim
               STOP RUN
           END-IF.

       LOAD-ALL.
           PERFORM UNTIL endLoad = "Y"
               READ oldClaim NEXT RECORD
                   AT END
                       MOVE "Y" to endLoad
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

      **** Every field carries over as is - a converted claim has  ****
      *    no catastrophe event named yet                               *
       LOAD-ONE.
           MOVE old-claimNum to cl-claimNum
           MOVE old-polNum to cl-polNum
           MOVE old-lossDate to cl-lossDate
           MOVE old-lossType to cl-lossType
           MOVE old-reserve to cl-reserve
           MOVE old-paid to cl-paid
           MOVE old-adjuster to cl-adjuster
           MOVE old-status to cl-status
           MOVE old-diaryDate to cl-diaryDate
           MOVE old-recovered to cl-recovered
           MOVE old-coverage to cl-coverage
           MOVE old-dedApplied to cl-dedApplied
           MOVE old-itemSeq to cl-itemSeq
           MOVE SPACES to cl-eventCode
           WRITE claimRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
                       old-claimNum
               NOT INVALID KEY
                   ADD 1 to loadCount
           END-WRITE.

      **** Re-reads the converted file and compares record counts ****
       VERIFY-LOAD.
           CLOSE newClaim
           OPEN INPUT newClaim
           MOVE LOW-VALUES to cl-claimNum
           START newClaim KEY IS >= cl-claimNum
               INVALID KEY MOVE "Y" to endVerify
           END-START
           PERFORM UNTIL endVerify = "Y"
               READ newClaim NEXT RECORD
                   AT END
                       MOVE "Y" to endVerify
                   NOT AT END
                       ADD 1 to verifyCount
               END-READ
           END-PERFORM.

       CLOSEJOB.
           IF loadCount = verifyCount
               DISPLAY loadCount " record(s) loaded and verified - "
                   "claims.dat is on the current layout"
           ELSE
               DISPLAY "ERROR - " loadCount " record(s) loaded but "
                   verifyCount " verified - do NOT delete claims.old"
           END-IF
           CLOSE oldClaim newClaim
           STOP RUN.

       END PROGRAM CLMEVCONV.
