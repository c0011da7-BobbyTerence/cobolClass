      *          salvage and subrogation recoveries, against premium
      *          net of the share ceded above the retention limit
      *          (retention.dat, as CESSION-JOB cedes it), by agent
      *          code and again by policy type. The reinsurers' share
      *          of each claim CLAIM-CESSION keeps on clmceded.dat is
      *          shown as ceded, and the ratio runs on losses net of
      *          reinsurance, matching the net premium
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** Ceded share of each claim - read-only here, kept by     ****
      *    CLAIM-CESSION; losses print gross when it isn't on disk      *
           select cededFile assign to 'clmceded.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cc-claimNum
               ALTERNATE RECORD KEY is cc-treaty WITH DUPLICATES
               FILE STATUS is cededFile-Status.

           select lossRep assign to printer.

      **** exception log for claims whose policy is missing ****
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

      **** layout must match clmcede.cbl's cededRec ****
           fd cededFile.
           01 cededRec.
               03 cc-claimNum pic x(6).
               03 cc-treaty pic x(8).
               03 cc-polNum pic x(6).
               03 cc-lossDate pic 9(8).
               03 cc-share pic 9v9(6).
               03 cc-grossPaid pic s9(9)v99.
               03 cc-cededPaid pic s9(9)v99.
               03 cc-billedPaid pic s9(9)v99.
               03 cc-cededRsv pic 9(9)v99.

           fd lossRep.
               01 printRep pic x(132).

       01 polFile-Status pic xx.
       01 claimFile-Status pic xx.
       01 cededFile-Status pic xx.
       01 cededAvail pic x VALUE "N".
       01 endRead pic x VALUE "N".

      **** Shared policy-type reference table (valid types system-wide)
           10      pic x(7) VALUE "Premium".
           10      pic x(8).
           10      pic x(8) VALUE "Incurred".
           10      pic x(9).
           10      pic x(5) VALUE "Ceded".
           10      pic x(3).
           10      pic x(12) VALUE "Net Incurred".
           10      pic x(7).
           10      pic x(10) VALUE "Loss Ratio".

           10      pic x(7) VALUE "Premium".
           10      pic x(8).
           10      pic x(8) VALUE "Incurred".
           10      pic x(9).
           10      pic x(5) VALUE "Ceded".
           10      pic x(3).
           10      pic x(12) VALUE "Net Incurred".
           10      pic x(7).
           10      pic x(10) VALUE "Loss Ratio".

               05 lt-agent pic x(5).
               05 lt-prem pic 9(7)v99.
               05 lt-incurred pic 9(9)v99.
               05 lt-ceded pic 9(9)v99.

       01 agentCount pic 99 VALUE ZEROES.
       01 lt-idx pic 99.
           03 TypeEntry OCCURS 6 TIMES.
               05 tt-prem pic 9(7)v99.
               05 tt-incurred pic 9(9)v99.
               05 tt-ceded pic 9(9)v99.

       01 grPrem pic 9(9)v99 VALUE ZEROES.
       01 grIncurred pic 9(9)v99 VALUE ZEROES.
       01 grCeded pic 9(9)v99 VALUE ZEROES.

       01 claimCount pic 9(7) VALUE ZEROES.
       01 excCount pic 9(5) VALUE ZEROES.
       01 retention pic 9(8) VALUE 1000000.
       01 netPrem pic 9(6)v99.

      **** Reinsurers' share of a claim's incurred - never more   ****
      *    than the claim's own incurred                               *
       01 wsCeded pic 9(9)v99.
       01 netIncurred pic 9(9)v99.

       01 agentLine.
           03 ag-out pic x(5).
           03      pic x(5).
           03 ag-prem pic ZZZ,ZZ9.99.
           03      pic x(5).
           03 ag-inc pic ZZZ,ZZ9.99.
           03      pic x(4).
           03 ag-ceded pic ZZZ,ZZ9.99.
           03      pic x(5).
           03 ag-net pic ZZZ,ZZ9.99.
           03      pic x(7).
           03 ag-ratio pic ZZ9.99.
           03      pic x(2) VALUE " %".
           03 ty-prem pic ZZZ,ZZ9.99.
           03      pic x(5).
           03 ty-inc pic ZZZ,ZZ9.99.
           03      pic x(4).
           03 ty-ceded pic ZZZ,ZZ9.99.
           03      pic x(5).
           03 ty-net pic ZZZ,ZZ9.99.
           03      pic x(7).
           03 ty-ratio pic ZZ9.99.
           03      pic x(2) VALUE " %".
           03 gr-prem pic Z,ZZZ,ZZ9.99.
           03      pic x(3).
           03 gr-inc pic Z,ZZZ,ZZ9.99.
           03      pic x(2).
           03 gr-ceded pic Z,ZZZ,ZZ9.99.
           03      pic x(3).
           03 gr-net pic Z,ZZZ,ZZ9.99.
           03      pic x(5).
           03 gr-ratio pic ZZ9.99.
           03      pic x(2) VALUE " %".
       INITPROJ.
           OPEN INPUT polFile
           OPEN INPUT claimFile
           OPEN INPUT cededFile
           IF cededFile-Status = "00"
               MOVE "Y" to cededAvail
           END-IF
           OPEN OUTPUT lossRep
           OPEN OUTPUT excRep
           MOVE ZEROES to TypeTotals
                       MOVE ZEROES to netWork
                   END-IF
                   MOVE netWork to wsIncurred
                   PERFORM FIND-CEDED
                   PERFORM FIND-AGENT
                   IF lt-idx NOT = ZEROES
                       ADD wsIncurred to lt-incurred(lt-idx)
                       ADD wsCeded to lt-ceded(lt-idx)
                   END-IF
                   PERFORM FIND-TYPE
                   ADD wsIncurred to tt-incurred(PT-IDX)
                   ADD wsCeded to tt-ceded(PT-IDX)
                   ADD wsIncurred to grIncurred
                   ADD wsCeded to grCeded
                   ADD 1 to claimCount
           END-READ.

      **** The reinsurers' share of the claim's paid and open      ****
      *    reserve, capped at its incurred so a well-salvaged claim   *
      *    never nets below zero                                        *
       FIND-CEDED.
           MOVE ZEROES to wsCeded
           IF cededAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE cl-claimNum to cc-claimNum
           READ cededFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE netWork = cc-cededPaid + cc-cededRsv
           IF netWork > ZEROES
               MOVE netWork to wsCeded
           END-IF
           IF wsCeded > wsIncurred
               MOVE wsIncurred to wsCeded
           END-IF.

      **** Finds (or creates) this policy's agent entry, leaving    ****
      *    lt-idx pointing at it - zero means the table is full        *
       FIND-AGENT.
                   MOVE agentCount to lt-idx
                   MOVE polAgent-in to lt-agent(lt-idx)
                   MOVE ZEROES to lt-prem(lt-idx) lt-incurred(lt-idx)
                       lt-ceded(lt-idx)
               ELSE
                   DISPLAY "Warning, agent table full, agent "
                       polAgent-in " not reported"
               MOVE lt-agent(lt-idx) to ag-out
               MOVE lt-prem(lt-idx) to ag-prem
               MOVE lt-incurred(lt-idx) to ag-inc
               MOVE lt-ceded(lt-idx) to ag-ceded
               COMPUTE netIncurred = lt-incurred(lt-idx)
                   - lt-ceded(lt-idx)
               MOVE netIncurred to ag-net
               MOVE ZEROES to wsRatio
               IF lt-prem(lt-idx) > ZEROES
                   COMPUTE wsRatio ROUNDED =
                       netIncurred * 100 / lt-prem(lt-idx)
                       ON SIZE ERROR MOVE 999.99 to wsRatio
                   END-COMPUTE
               END-IF

           MOVE grPrem to gr-prem
           MOVE grIncurred to gr-inc
           MOVE grCeded to gr-ceded
           COMPUTE netIncurred = grIncurred - grCeded
           MOVE netIncurred to gr-net
           MOVE ZEROES to wsRatio
           IF grPrem > ZEROES
               COMPUTE wsRatio ROUNDED = netIncurred * 100 / grPrem
                   ON SIZE ERROR MOVE 999.99 to wsRatio
               END-COMPUTE
           END-IF
       PRINT-TYPE-LINE.
           MOVE tt-prem(PT-IDX) to ty-prem
           MOVE tt-incurred(PT-IDX) to ty-inc
           MOVE tt-ceded(PT-IDX) to ty-ceded
           COMPUTE netIncurred = tt-incurred(PT-IDX) - tt-ceded(PT-IDX)
           MOVE netIncurred to ty-net
           MOVE ZEROES to wsRatio
           IF tt-prem(PT-IDX) > ZEROES
               COMPUTE wsRatio ROUNDED =
                   netIncurred * 100 / tt-prem(PT-IDX)
                   ON SIZE ERROR MOVE 999.99 to wsRatio
               END-COMPUTE
           END-IF
                   " claim(s) had no matching policy - see "
                   "lossratio.exc"
           END-IF
           IF cededAvail = "Y"
               CLOSE cededFile
           END-IF
           CLOSE polFile claimFile lossRep excRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
