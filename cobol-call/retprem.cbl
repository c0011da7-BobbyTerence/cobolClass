      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Return premium on a cancellation - CALLed from
      *          FINAL-PROJ's DEL-REC and batch "D" paths and from
      *          DUNNING-JOB's non-payment cancels with the
      *          RETURN-PREMIUM block (retprem.cpy). The unearned share
      *          of the term premium is worked from the policy date,
      *          term date and cancel date. The cancellation reason's
      *          method on canreason.dat picks pro-rata (company-
      *          initiated) or short-rate (insured-requested - the
      *          pro-rata return less the short-rate penalty). A
      *          reason not on file, or no canreason.dat at all,
      *          returns pro-rata.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retprem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match reasonmaint.cbl's rsnRec ****
           select rsnFile assign to 'canreason.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cr-code
               FILE STATUS is rsnFile-Status.

       DATA DIVISION.
       FILE SECTION.
           fd rsnFile.
           01 rsnRec.
               03 cr-code pic x(2).
               03 cr-desc pic x(30).
               03 cr-method pic x(1).

       WORKING-STORAGE SECTION.
       01 rsnFile-Status pic xx.

      **** Short-rate keeps this percentage of the pro-rata return - *
      *    the other 10 percent is the insured's penalty for leaving   *
      *    mid-term                                                    *
       01 shortRatePct pic 9(3) VALUE 90.

      **** Dates rearranged to YYYYMMDD for INTEGER-OF-DATE ****
       01 rpStart8 pic 9(8).
       01 rpEnd8 pic 9(8).
       01 rpCan8 pic 9(8).
       01 rpTermDays pic s9(9).
       01 rpLeftDays pic s9(9).
       01 rpWork pic 9(7)v99.

       LINKAGE SECTION.
           COPY "retprem.cpy".

       PROCEDURE DIVISION USING RETURN-PREMIUM.
       MAIN.
           MOVE ZEROES to RP-RETURN RP-DAYS-TERM RP-DAYS-LEFT
           PERFORM GET-METHOD

           IF RP-POLDATE NOT NUMERIC OR RP-TERM NOT NUMERIC
               OR RP-CANDATE NOT NUMERIC
               EXIT PROGRAM
           END-IF
           MOVE RP-POLDATE(5:4) to rpStart8(1:4)
           MOVE RP-POLDATE(1:4) to rpStart8(5:4)
           MOVE RP-TERM(5:4) to rpEnd8(1:4)
           MOVE RP-TERM(1:4) to rpEnd8(5:4)
      **** polCanDate-in is 00YYMMDD (ACCEPT FROM DATE) - rebuilt  ****
      *    as a real YYYYMMDD the same way CLAIM-MAINT does            *
           MOVE "20" to rpCan8(1:2)
           MOVE RP-CANDATE(3:6) to rpCan8(3:6)
           IF FUNCTION TEST-DATE-YYYYMMDD(rpStart8) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(rpEnd8) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(rpCan8) NOT = 0
               EXIT PROGRAM
           END-IF

           COMPUTE rpTermDays =
               FUNCTION INTEGER-OF-DATE(rpEnd8)
               - FUNCTION INTEGER-OF-DATE(rpStart8)
           IF rpTermDays <= 0
               EXIT PROGRAM
           END-IF
      **** A cancel on or before the policy date is flat - the whole **
      *    premium is unearned                                         *
           IF rpCan8 <= rpStart8
               MOVE rpTermDays to rpLeftDays
           ELSE
               COMPUTE rpLeftDays =
                   FUNCTION INTEGER-OF-DATE(rpEnd8)
                   - FUNCTION INTEGER-OF-DATE(rpCan8)
           END-IF
           IF rpLeftDays <= 0
               MOVE rpTermDays to RP-DAYS-TERM
               EXIT PROGRAM
           END-IF

           MOVE rpTermDays to RP-DAYS-TERM
           MOVE rpLeftDays to RP-DAYS-LEFT
           COMPUTE rpWork ROUNDED =
               RP-PREM * rpLeftDays / rpTermDays
      **** Short-rate on a flat cancel is still the full premium ****
           IF RP-METHOD = "S" AND rpCan8 > rpStart8
               COMPUTE rpWork ROUNDED =
                   rpWork * shortRatePct / 100
           END-IF
           MOVE rpWork to RP-RETURN
           EXIT PROGRAM.

      **** The reason code's method off canreason.dat - anything   ****
      *    that isn't marked short-rate goes pro-rata                  *
       GET-METHOD.
           MOVE "P" to RP-METHOD
           OPEN INPUT rsnFile
           IF rsnFile-Status = "00"
               MOVE RP-REASON to cr-code
               READ rsnFile
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       IF cr-method = "S"
                           MOVE "S" to RP-METHOD
                       END-IF
               END-READ
               CLOSE rsnFile
           END-IF.

       END PROGRAM retprem.
