      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Claims-side reinsurance cession - the loss share of
      *          CESSION-JOB's premium cession. Every payment, reserve
      *          change and salvage/subro recovery CLAIM-MAINT has
      *          written to claimtrn.txt since the last run is read;
      *          a claim on a policy whose polAmt-in sits above the
      *          retention limit on retention.dat cedes the same share
      *          of its losses the premium was ceded in, to the treaty
      *          treaty.dat maps its policy type to. The ceded share of
      *          paid (net of recoveries) and of the open reserve is
      *          kept per claim on clmceded.dat, which LOSS-RATIO reads
      *          to show losses net of reinsurance. Paid losses ceded
      *          since the last bill are billed to the treaty and
      *          added to its recoverable on reinrec.dat; remittances
      *          the reinsurers send are keyed on reinrcv.txt and
      *          applied against it. Prints the loss bordereau by
      *          treaty and the recoverable billed versus received.
      *          clmcede.ctl holds how many lines of claimtrn.txt and
      *          reinrcv.txt earlier runs took, the same way
      *          pospay.ctl does for the check registers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-CESSION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match claimmaint.cbl's trnLine ****
           select optional trnFile assign to 'claimtrn.txt'
               organization is line sequential.

      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

           select polFile assign to 'polfile.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

      **** Optional override of the retention limit ****
           select retFile assign to 'retention.dat'
               organization is line sequential
               file status is retFile-Status.

      **** layout must match cessjob.cbl's treatyRec ****
           select treatyFile assign to 'treaty.dat'
               organization is line sequential
               file status is treatyFile-Status.

      **** Ceded share of each claim on a ceded policy ****
           select cededFile assign to 'clmceded.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cc-claimNum
               ALTERNATE RECORD KEY is cc-treaty WITH DUPLICATES
               FILE STATUS is cededFile-Status.

      **** Recoverable by treaty - billed and received to date ****
           select recvFile assign to 'reinrec.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is rr-treaty
               FILE STATUS is recvFile-Status.

      **** Remittances received from the reinsurers ****
           select optional rcvFile assign to 'reinrcv.txt'
               organization is line sequential.

      **** Trail lines already ceded by earlier runs ****
           select ctlFile assign to 'clmcede.ctl'
               organization is line sequential
               file status is ctlFile-Status.

           select cedeRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
           fd trnFile.
           01 trnRec.
               03 ct-date pic 9(8).
               03      pic x.
               03 ct-time pic 9(8).
               03      pic x.
               03 ct-user pic x(8).
               03      pic x.
               03 ct-claimNum pic x(6).
               03      pic x.
               03 ct-type pic x(3).
               03      pic x.
               03      pic x(4).
               03 ct-old pic 9(8)v99.
               03      pic x.
               03      pic x(4).
               03 ct-new pic 9(8)v99.

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

      **** layout must match final.cbl's polFileRec byte for byte ****
           fd polFile.
           01 polFileRec.
               03 polNum-in pic x(6).
               03 polDate-in pic 9(8).
               03 polAmt-in pic 9(8).
               03 polPrem-in pic 9(6)v99.
               03 fill pic xx.
               03 polAgent-in pic x(5).
               03 polTerm-in pic x(8).
               03 poltype-in pic x(3).
               03 polField-in pic x(2) VALUE "AC".
               03 polCanDate-in pic 9(8) VALUE ZEROES.

           fd retFile.
               01 retRec pic 9(8).

           fd treatyFile.
           01 treatyRec.
               03 ty-type pic x(3).
               03      pic x.
               03 ty-treaty pic x(8).
               03      pic x.
               03 ty-reinsurer pic x(20).

      **** cc-share is fixed the first time the claim cedes, so   ****
      *    later changes to the policy amount don't re-split losses    *
      *    already billed. cc-grossPaid is paid less recoveries        *
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

           fd recvFile.
           01 recvRec.
               03 rr-treaty pic x(8).
               03 rr-reinsurer pic x(20).
               03 rr-billed pic s9(9)v99.
               03 rr-received pic 9(9)v99.
               03 rr-lastBill pic 9(8).

           fd rcvFile.
           01 rcvRec.
               03 rc-treaty pic x(8).
               03      pic x.
               03 rc-date pic 9(8).
               03      pic x.
               03 rc-amount pic 9(9)v99.
               03      pic x.
               03 rc-ref pic x(10).

           fd ctlFile.
           01 ctlRec.
               03 cp-trnLines pic 9(9).
               03      pic x.
               03 cp-rcvLines pic 9(7).

           fd cedeRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 claimFile-Status pic xx.
       01 polFile-Status pic xx.
       01 retFile-Status pic xx.
       01 treatyFile-Status pic xx.
       01 cededFile-Status pic xx.
       01 recvFile-Status pic xx.
       01 ctlFile-Status pic xx.
       01 endRead pic x VALUE "N".
       01 treatyEOF pic x VALUE "N".

      **** Retained line - everything above it cedes ****
       01 retention pic 9(8) VALUE 1000000.

      **** Treaty map loaded from treaty.dat - a type with no row  ****
      *    cedes to the DEFAULT treaty, as in CESSION-JOB              *
       01 TreatyTable.
           03 TreatyEntry OCCURS 20 TIMES.
               05 tt-type pic x(3).
               05 tt-treaty pic x(8).
               05 tt-reinsurer pic x(20).
       01 treatyCount pic 99 VALUE ZEROES.
       01 tt-idx pic 99.
       01 tt-found pic x.
       01 wsTreaty pic x(8).
       01 wsReinsurer pic x(20).

      **** This run's billing and remittances by treaty ****
       01 RunTotals.
           03 RunEntry OCCURS 20 TIMES.
               05 rt-treaty pic x(8).
               05 rt-billed pic s9(9)v99.
               05 rt-received pic 9(9)v99.
       01 runCount pic 99 VALUE ZEROES.
       01 rt-idx pic 99.
       01 rt-found pic x.

      **** Trail and remittance positions ****
       01 trnDone pic 9(9) VALUE ZEROES.
       01 trnCount pic 9(9) VALUE ZEROES.
       01 rcvDone pic 9(7) VALUE ZEROES.
       01 rcvCount pic 9(7) VALUE ZEROES.

       01 grossMove pic s9(9)v99.
       01 billNow pic s9(9)v99.
       01 outstanding pic s9(9)v99.
       01 cededTrnCount pic 9(7) VALUE ZEROES.
       01 newClaimCount pic 9(5) VALUE ZEROES.
       01 rcvApplied pic 9(5) VALUE ZEROES.
       01 orphanCount pic 9(5) VALUE ZEROES.
       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 prevTreaty pic x(8).

       01 trTotals.
           03 tr-gross pic s9(9)v99.
           03 tr-ceded pic s9(9)v99.
           03 tr-bill pic s9(9)v99.
           03 tr-rsv pic 9(9)v99.
           03 tr-count pic 9(5).

       01 repHead.
           03      pic x(40) VALUE
               "CEDED LOSS BORDEREAU AND RECOVERABLE".
           03 rh-date pic 99/99/9999.
           03      pic x(10).
           03      pic x(12) VALUE "Will Flowers".

       01 retLine.
           03 pic x(17) VALUE "RETENTION LIMIT: ".
           03 rl-retention pic ZZ,ZZZ,ZZ9.

       01 sectHead pic x(60).

       01 treatyHead.
           03      pic x(8) VALUE "TREATY ".
           03 th-treaty pic x(8).
           03      pic x(2).
           03 th-reinsurer pic x(20).

       01 bdxHead.
           03 pic x(8) VALUE "Claim".
           03 pic x(8) VALUE "Policy".
           03 pic x(12) VALUE "Loss Date".
           03 pic x(10) VALUE "Ceded %".
           03 pic x(17) VALUE "   Gross Paid".
           03 pic x(17) VALUE "   Ceded Paid".
           03 pic x(17) VALUE "  Billed Today".
           03 pic x(17) VALUE "Ceded Reserve".

       01 bdxLine.
           03 bl-claimNum pic x(6).
           03      pic x(2).
           03 bl-polNum pic x(6).
           03      pic x(2).
           03 bl-lossDate pic 99/99/9999.
           03      pic x(2).
           03 bl-share pic ZZ9.9999.
           03      pic x(2).
           03 bl-gross pic -ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 bl-ceded pic -ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 bl-bill pic -ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 bl-rsv pic ZZZ,ZZZ,ZZ9.99.

       01 bdxTotal.
           03      pic x(14) VALUE "TREATY TOTAL".
           03 bt-count pic ZZZZ9.
           03      pic x(19) VALUE " claim(s)".
           03 bt-gross pic -ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 bt-ceded pic -ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 bt-bill pic -ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 bt-rsv pic ZZZ,ZZZ,ZZ9.99.

       01 rcvHead.
           03 pic x(10) VALUE "Treaty".
           03 pic x(22) VALUE "Reinsurer".
           03 pic x(16) VALUE "  Billed Today".
           03 pic x(16) VALUE "Received Today".
           03 pic x(16) VALUE "Billed to Date".
           03 pic x(16) VALUE "Rec'd to Date".
           03 pic x(16) VALUE "   Outstanding".

       01 rcvLine.
           03 rl-treaty pic x(8).
           03      pic x(2).
           03 rl-reinsurer pic x(20).
           03      pic x(1).
           03 rl-billNow pic -ZZ,ZZZ,ZZ9.99.
           03      pic x(1).
           03 rl-rcvNow pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(1).
           03 rl-billed pic -ZZ,ZZZ,ZZ9.99.
           03      pic x(1).
           03 rl-received pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(1).
           03 rl-outstanding pic -ZZ,ZZZ,ZZ9.99.

       01 excLine.
           03      pic x(11) VALUE "REMITTANCE ".
           03 el-ref pic x(10).
           03      pic x(1).
           03 el-treaty pic x(8).
           03      pic x(1).
           03 el-amount pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 el-text pic x(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM CEDE-TRAIL
           PERFORM APPLY-REMITTANCES
           PERFORM PRINT-BORDEREAU
           PERFORM POST-BILLING
           PERFORM PRINT-RECOVERABLE
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE today8(5:4) to todayMDY(1:4)
           MOVE today8(1:4) to todayMDY(5:4)

      **** Override the default retention from retention.dat ****
           OPEN INPUT retFile
           IF retFile-Status = "00"
               READ retFile
                   AT END continue
                   NOT AT END
                       MOVE retRec to retention
               END-READ
               CLOSE retFile
           END-IF

           OPEN INPUT ctlFile
           IF ctlFile-Status = "00"
               READ ctlFile
                   AT END continue
                   NOT AT END
                       MOVE cp-trnLines to trnDone
                       MOVE cp-rcvLines to rcvDone
               END-READ
               CLOSE ctlFile
           END-IF

           PERFORM LOAD-TREATIES
           MOVE ZEROES to RunTotals

           OPEN INPUT claimFile
           OPEN INPUT polFile
           OPEN I-O cededFile
      **** First run has no clmceded.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF cededFile-Status = "35"
               OPEN OUTPUT cededFile
               CLOSE cededFile
               OPEN I-O cededFile
           END-IF
           OPEN I-O recvFile
      **** First run has no reinrec.dat yet - create it ****
           IF recvFile-Status = "35"
               OPEN OUTPUT recvFile
               CLOSE recvFile
               OPEN I-O recvFile
           END-IF
           OPEN OUTPUT cedeRep
           MOVE todayMDY to rh-date
           WRITE printRep FROM repHead AFTER ADVANCING 1 LINES
           MOVE retention to rl-retention
           WRITE printRep FROM retLine AFTER ADVANCING 1 LINES.

       LOAD-TREATIES.
           OPEN INPUT treatyFile
           IF treatyFile-Status NOT = "00"
               DISPLAY "WARNING - treaty.dat not on file, every "
                   "ceded loss books to the DEFAULT treaty"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL treatyEOF = "Y"
               READ treatyFile
                   AT END
                       MOVE "Y" to treatyEOF
                   NOT AT END
                       IF treatyCount < 20
                           ADD 1 to treatyCount
                           MOVE ty-type to tt-type(treatyCount)
                           MOVE ty-treaty to tt-treaty(treatyCount)
                           MOVE ty-reinsurer
                               to tt-reinsurer(treatyCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE treatyFile.

      **** Only the trail lines written since the last run ****
       CEDE-TRAIL.
           MOVE "N" to endRead
           OPEN INPUT trnFile
           PERFORM UNTIL endRead = "Y"
               READ trnFile
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       ADD 1 to trnCount
                       IF trnCount > trnDone
                           PERFORM CEDE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE trnFile
           IF trnCount < trnDone
               DISPLAY "ERROR - claimtrn.txt holds " trnCount
                   " line(s) but clmcede.ctl says " trnDone
                   " were already ceded - position left untouched"
               MOVE trnDone to trnCount
           END-IF.

      **** PAY adds to gross paid, SAL/SUB take it back down, RSV  ****
      *    replaces the open reserve. DED and OVR move no loss         *
      *    dollars                                                      *
       CEDE-ONE.
           IF ct-type NOT = "PAY" AND ct-type NOT = "RSV"
               AND ct-type NOT = "SAL" AND ct-type NOT = "SUB"
               EXIT PARAGRAPH
           END-IF
           IF ct-old NOT NUMERIC OR ct-new NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ct-claimNum to cc-claimNum
           READ cededFile
               INVALID KEY
                   PERFORM START-CEDED-CLAIM
           END-READ
           IF cc-claimNum NOT = ct-claimNum
               EXIT PARAGRAPH
           END-IF

           EVALUATE ct-type
               WHEN "PAY"
                   COMPUTE grossMove = ct-new - ct-old
                   ADD grossMove to cc-grossPaid
               WHEN "SAL"
               WHEN "SUB"
                   COMPUTE grossMove = ct-new - ct-old
                   SUBTRACT grossMove FROM cc-grossPaid
               WHEN "RSV"
                   COMPUTE cc-cededRsv ROUNDED = ct-new * cc-share
           END-EVALUATE
      **** Recomputed from the gross so rounding never drifts ****
           COMPUTE cc-cededPaid ROUNDED = cc-grossPaid * cc-share
           REWRITE cededRec
               INVALID KEY
                   DISPLAY "Error, clmceded.dat not updated for claim "
                       cc-claimNum
           END-REWRITE
           ADD 1 to cededTrnCount.

      **** First movement on a claim - it cedes only when its      ****
      *    policy's amount is above retention; cc-claimNum is left     *
      *    blank when it doesn't                                        *
       START-CEDED-CLAIM.
           MOVE SPACES to cc-claimNum
           MOVE ct-claimNum to cl-claimNum
           READ claimFile
               INVALID KEY
                   ADD 1 to orphanCount
                   EXIT PARAGRAPH
           END-READ
           MOVE cl-polNum to polNum-in
           READ polFile
               INVALID KEY
                   ADD 1 to orphanCount
                   EXIT PARAGRAPH
           END-READ
           IF polAmt-in NOT NUMERIC OR polAmt-in <= retention
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TREATY
           MOVE ct-claimNum to cc-claimNum
           MOVE wsTreaty to cc-treaty
           MOVE cl-polNum to cc-polNum
           MOVE cl-lossDate to cc-lossDate
           COMPUTE cc-share ROUNDED =
               (polAmt-in - retention) / polAmt-in
           MOVE ZEROES to cc-grossPaid cc-cededPaid cc-billedPaid
               cc-cededRsv
           WRITE cededRec
               INVALID KEY
                   DISPLAY "Error, clmceded.dat not written for claim "
                       ct-claimNum
                   MOVE SPACES to cc-claimNum
               NOT INVALID KEY
                   ADD 1 to newClaimCount
           END-WRITE.

       FIND-TREATY.
           MOVE "DEFAULT " to wsTreaty
           MOVE "UNASSIGNED" to wsReinsurer
           MOVE "N" to tt-found
           PERFORM VARYING tt-idx FROM 1 BY 1
                   UNTIL tt-idx > treatyCount
               IF tt-type(tt-idx) = poltype-in
                   MOVE tt-treaty(tt-idx) to wsTreaty
                   MOVE tt-reinsurer(tt-idx) to wsReinsurer
                   MOVE "Y" to tt-found
               END-IF
           END-PERFORM.

      **** The reinsurer named for a treaty on treaty.dat ****
       FIND-REINSURER.
           MOVE "UNASSIGNED" to wsReinsurer
           PERFORM VARYING tt-idx FROM 1 BY 1
                   UNTIL tt-idx > treatyCount
               IF tt-treaty(tt-idx) = wsTreaty
                   MOVE tt-reinsurer(tt-idx) to wsReinsurer
               END-IF
           END-PERFORM.

      **** Remittances keyed since the last run reduce the         ****
      *    treaty's recoverable - one for a treaty never billed is     *
      *    flagged and applied, so the money is not lost                *
       APPLY-REMITTANCES.
           MOVE "REMITTANCES RECEIVED" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           MOVE "N" to endRead
           OPEN INPUT rcvFile
           PERFORM UNTIL endRead = "Y"
               READ rcvFile
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       ADD 1 to rcvCount
                       IF rcvCount > rcvDone
                           PERFORM APPLY-ONE-REMITTANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE rcvFile
           IF rcvCount < rcvDone
               DISPLAY "ERROR - reinrcv.txt holds " rcvCount
                   " line(s) but clmcede.ctl says " rcvDone
                   " were already applied - position left untouched"
               MOVE rcvDone to rcvCount
           END-IF.

       APPLY-ONE-REMITTANCE.
           IF rc-amount NOT NUMERIC
               MOVE SPACES to excLine
               MOVE rc-ref to el-ref
               MOVE rc-treaty to el-treaty
               MOVE "amount not numeric - not applied" to el-text
               WRITE printRep FROM excLine AFTER ADVANCING 1 LINES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES to excLine
           MOVE rc-ref to el-ref
           MOVE rc-treaty to el-treaty
           MOVE rc-amount to el-amount
           MOVE "applied" to el-text
           MOVE rc-treaty to rr-treaty
           READ recvFile
               INVALID KEY
                   MOVE rc-treaty to wsTreaty
                   PERFORM NEW-RECOVERABLE
                   MOVE "treaty never billed - applied as a credit"
                       to el-text
           END-READ
           WRITE printRep FROM excLine AFTER ADVANCING 1 LINES
           ADD rc-amount to rr-received
           REWRITE recvRec
           MOVE rc-treaty to wsTreaty
           PERFORM FIND-RUN-TREATY
           IF rt-idx NOT = ZEROES
               ADD rc-amount to rt-received(rt-idx)
           END-IF
           ADD 1 to rcvApplied.

       NEW-RECOVERABLE.
           PERFORM FIND-REINSURER
           MOVE wsTreaty to rr-treaty
           MOVE wsReinsurer to rr-reinsurer
           MOVE ZEROES to rr-billed rr-received rr-lastBill
           WRITE recvRec.

       FIND-RUN-TREATY.
           MOVE "N" to rt-found
           PERFORM VARYING rt-idx FROM 1 BY 1
                   UNTIL rt-idx > runCount OR rt-found = "Y"
               IF rt-treaty(rt-idx) = wsTreaty
                   MOVE "Y" to rt-found
               END-IF
           END-PERFORM
           IF rt-found = "Y"
               SUBTRACT 1 FROM rt-idx
           ELSE
               IF runCount < 20
                   ADD 1 to runCount
                   MOVE runCount to rt-idx
                   MOVE wsTreaty to rt-treaty(rt-idx)
               ELSE
                   DISPLAY "Warning, treaty table full, treaty "
                       wsTreaty " not reported"
                   MOVE ZEROES to rt-idx
               END-IF
           END-IF.

      **** Every ceded claim by treaty - the paid ceded since the  ****
      *    last bill is billed now and marked billed                    *
       PRINT-BORDEREAU.
           MOVE "LOSS BORDEREAU BY TREATY" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           MOVE SPACES to prevTreaty
           MOVE "N" to endRead
           MOVE LOW-VALUES to cc-treaty
           START cededFile KEY IS >= cc-treaty
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ cededFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF cc-treaty NOT = prevTreaty
                           PERFORM TREATY-BREAK
                       END-IF
                       PERFORM BORDEREAU-LINE
               END-READ
           END-PERFORM
           IF prevTreaty NOT = SPACES
               PERFORM PRINT-TREATY-TOTAL
           END-IF.

       TREATY-BREAK.
           IF prevTreaty NOT = SPACES
               PERFORM PRINT-TREATY-TOTAL
           END-IF
           MOVE cc-treaty to prevTreaty
           MOVE ZEROES to trTotals
           MOVE cc-treaty to wsTreaty
           PERFORM FIND-REINSURER
           MOVE cc-treaty to th-treaty
           MOVE wsReinsurer to th-reinsurer
           WRITE printRep FROM treatyHead AFTER ADVANCING 2 LINES
           WRITE printRep FROM bdxHead AFTER ADVANCING 1 LINES.

       BORDEREAU-LINE.
           COMPUTE billNow = cc-cededPaid - cc-billedPaid
           MOVE cc-claimNum to bl-claimNum
           MOVE cc-polNum to bl-polNum
           MOVE cc-lossDate to bl-lossDate
           COMPUTE bl-share = cc-share * 100
           MOVE cc-grossPaid to bl-gross
           MOVE cc-cededPaid to bl-ceded
           MOVE billNow to bl-bill
           MOVE cc-cededRsv to bl-rsv
           WRITE printRep FROM bdxLine AFTER ADVANCING 1 LINES
           ADD 1 to tr-count
           ADD cc-grossPaid to tr-gross
           ADD cc-cededPaid to tr-ceded
           ADD billNow to tr-bill
           ADD cc-cededRsv to tr-rsv
           IF billNow NOT = ZEROES
               MOVE cc-treaty to wsTreaty
               PERFORM FIND-RUN-TREATY
               IF rt-idx NOT = ZEROES
                   ADD billNow to rt-billed(rt-idx)
                   MOVE cc-cededPaid to cc-billedPaid
                   REWRITE cededRec
               END-IF
           END-IF.

       PRINT-TREATY-TOTAL.
           MOVE tr-count to bt-count
           MOVE tr-gross to bt-gross
           MOVE tr-ceded to bt-ceded
           MOVE tr-bill to bt-bill
           MOVE tr-rsv to bt-rsv
           WRITE printRep FROM bdxTotal AFTER ADVANCING 1 LINES.

      **** This run's bills go on each treaty's recoverable ****
       POST-BILLING.
           PERFORM VARYING rt-idx FROM 1 BY 1 UNTIL rt-idx > runCount
               IF rt-billed(rt-idx) NOT = ZEROES
                   MOVE rt-treaty(rt-idx) to rr-treaty
                   READ recvFile
                       INVALID KEY
                           MOVE rt-treaty(rt-idx) to wsTreaty
                           PERFORM NEW-RECOVERABLE
                   END-READ
                   ADD rt-billed(rt-idx) to rr-billed
                   MOVE today8 to rr-lastBill
                   REWRITE recvRec
               END-IF
           END-PERFORM.

      **** Billed versus received, for every treaty ever billed ****
       PRINT-RECOVERABLE.
           MOVE "REINSURANCE RECOVERABLE - BILLED VERSUS RECEIVED"
               to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM rcvHead AFTER ADVANCING 2 LINES
           MOVE "N" to endRead
           MOVE LOW-VALUES to rr-treaty
           START recvFile KEY IS >= rr-treaty
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ recvFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM RECOVERABLE-LINE
               END-READ
           END-PERFORM.

       RECOVERABLE-LINE.
           MOVE SPACES to rcvLine
           MOVE rr-treaty to rl-treaty
           MOVE rr-reinsurer to rl-reinsurer
           MOVE ZEROES to rl-billNow rl-rcvNow
           MOVE rr-treaty to wsTreaty
           MOVE "N" to rt-found
           PERFORM VARYING rt-idx FROM 1 BY 1
                   UNTIL rt-idx > runCount OR rt-found = "Y"
               IF rt-treaty(rt-idx) = wsTreaty
                   MOVE "Y" to rt-found
               END-IF
           END-PERFORM
           IF rt-found = "Y"
               SUBTRACT 1 FROM rt-idx
               MOVE rt-billed(rt-idx) to rl-billNow
               MOVE rt-received(rt-idx) to rl-rcvNow
           END-IF
           MOVE rr-billed to rl-billed
           MOVE rr-received to rl-received
           COMPUTE outstanding = rr-billed - rr-received
           MOVE outstanding to rl-outstanding
           WRITE printRep FROM rcvLine AFTER ADVANCING 1 LINES.

       CLOSEJOB.
           DISPLAY cededTrnCount " claim transaction(s) ceded, "
               newClaimCount " claim(s) newly ceded, " rcvApplied
               " remittance(s) applied"
           IF orphanCount > ZEROES
               DISPLAY orphanCount " transaction(s) skipped - claim or "
                   "policy no longer on file"
           END-IF
           OPEN OUTPUT ctlFile
           MOVE SPACES to ctlRec
           MOVE trnCount to cp-trnLines
           MOVE rcvCount to cp-rcvLines
           WRITE ctlRec
           CLOSE ctlFile
           CLOSE claimFile polFile cededFile recvFile cedeRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM CLAIM-CESSION.
