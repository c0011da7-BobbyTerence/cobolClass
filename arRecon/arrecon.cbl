      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Receivables subledger to general ledger tie-out for
      *          the open period in perctl.dat. GL-EXTRACT and GL-CASH
      *          each write only the night's journal, so every run
      *          first captures the 1200RECV lines of gljournal.txt
      *          and glcash.txt onto the running receivable ledger
      *          recvled.txt - a file already captured (same date,
      *          line count and totals, held in arrecon.ctl) is not
      *          captured twice. The 1200RECV balance is then rolled
      *          forward from last month's closing on arbal.dat
      *          through the period's journal and cash activity, and
      *          set against the open and part-paid invoice balances
      *          on polbill.dat for periods up to the open one. The
      *          difference is broken down by policy - receipts on a
      *          policy never billed, billing with no journal, and
      *          policies where both exist but disagree - and carried
      *          to polctl.txt for BALANCE-JOB. The period's closing
      *          is kept on arbal.dat as next month's opening. Run it
      *          nightly after GL-CASH; the run before PERIOD-MAINT
      *          closes the month is the month-end tie-out. A first
      *          month with no prior balance on arbal.dat opens from
      *          the ledger history alone - a balance carried from
      *          before the ledger began can be keyed onto arbal.dat
      *          for the month before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** Open accounting period kept by PERIOD-MAINT ****
           select perFile assign to 'perctl.dat'
               organization is line sequential
               file status is perFile-Status.

      **** The night's journals - same layout as glextract.cbl's   ****
      *    glRec, the name set to gljournal.txt then glcash.txt         *
           select glFile assign to glName
               organization is line sequential
               file status is glFile-Status.

      **** What was last captured from each journal ****
           select capCtl assign to 'arrecon.ctl'
               organization is line sequential
               file status is capCtl-Status.

      **** Every 1200RECV journal line captured so far ****
           select optional ledFile assign to 'recvled.txt'
               organization is line sequential
               file status is ledFile-Status.

      **** Closing 1200RECV balance per period ****
           select balFile assign to 'arbal.dat'
               organization is line sequential
               file status is balFile-Status.

      **** Billing file - layout must match billing.cbl's billRec ****
           select billFile assign to 'polbill.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is bl-key
               FILE STATUS is billFile-Status.

      **** Control lines for BALANCE-JOB ****
           select optional ctlFile assign to 'polctl.txt'
               organization is line sequential.

           select reconRep assign to printer.

           select reconWork assign to 'sortwrk'.

       DATA DIVISION.
       FILE SECTION.
           fd perFile.
               01 perRec pic 9(6).

           fd glFile.
           01 glRec.
               03 jr-date pic 9(8).
               03      pic x.
               03 jr-account pic x(8).
               03      pic x.
               03 jr-polNum pic x(6).
               03      pic x.
               03 jr-agent pic x(5).
               03      pic x.
               03 jr-dr pic 9(9)v99.
               03      pic x.
               03 jr-cr pic 9(9)v99.

      **** One line per journal - J gljournal.txt, C glcash.txt ****
           fd capCtl.
           01 capCtlRec.
               03 cc-source pic x(1).
               03      pic x.
               03 cc-date pic 9(8).
               03      pic x.
               03 cc-count pic 9(7).
               03      pic x.
               03 cc-dr pic 9(11)v99.
               03      pic x.
               03 cc-cr pic 9(11)v99.

           fd ledFile.
           01 ledRec.
               03 rl-date pic 9(8).
               03      pic x.
               03 rl-source pic x(1).
               03      pic x.
               03 rl-polNum pic x(6).
               03      pic x.
               03 rl-dr pic 9(9)v99.
               03      pic x.
               03 rl-cr pic 9(9)v99.

           fd balFile.
           01 balRec.
               03 ab-period pic 9(6).
               03      pic x.
               03 ab-balance pic s9(11)v99 SIGN IS LEADING SEPARATE.

           fd billFile.
           01 billRec.
               03 bl-key.
                   05 bl-polNum pic x(6).
                   05 bl-period pic 9(6).
               03 bl-invDate pic 9(8).
               03 bl-amount pic 9(6)v99.
               03 bl-agent pic x(5).
               03 bl-paid pic x(2).
               03 bl-payDate pic 9(8).
               03 bl-payAmt pic 9(6)v99.
               03 bl-dueDate pic 9(8).
               03 bl-notice pic x(1).

      **** layout must match balance.cbl's ctlFileRec ****
           fd ctlFile.
           01 ctlRec.
               03 ctl-date pic 9(8).
               03      pic x VALUE SPACE.
               03 ctl-job pic x(12).
               03      pic x VALUE SPACE.
               03 ctl-count pic 9(7).
               03      pic x VALUE SPACE.
               03 ctl-hash pic 9(9)v99.

           fd reconRep.
               01 printRep pic x(132).

      **** One record per ledger line or invoice - rw-gl is the    ****
      *    receivable movement, rw-open the invoice's open balance     *
           SD reconWork.
           01 reconWorkRec.
               03 rw-polNum pic x(6).
               03 rw-gl pic s9(9)v99.
               03 rw-open pic s9(9)v99.
               03 rw-billed pic x(1).
               03 rw-journaled pic x(1).

       WORKING-STORAGE SECTION.
       01 perFile-Status pic xx.
       01 glFile-Status pic xx.
       01 capCtl-Status pic xx.
       01 ledFile-Status pic xx.
       01 balFile-Status pic xx.
       01 billFile-Status pic xx.

       01 endRead pic x VALUE "N".
       01 sortEOF pic x VALUE "N".

       01 today8 pic 9(8).
       01 ctlDate8 pic 9(8).
       01 reconPeriod pic 9(6).
       01 linePeriod pic 9(6).

      **** Capture control - what each journal held when last     ****
      *    captured, and what it holds tonight                         *
       01 glName pic x(13).
       01 glSource pic x(1).
       01 CapTable.
           03 CapEntry OCCURS 2 TIMES.
               05 cp-source pic x(1).
               05 cp-date pic 9(8).
               05 cp-count pic 9(7).
               05 cp-dr pic 9(11)v99.
               05 cp-cr pic 9(11)v99.
       01 cp-idx pic 9(1).
       01 nowDate pic 9(8).
       01 nowCount pic 9(7).
       01 nowDr pic 9(11)v99.
       01 nowCr pic 9(11)v99.
       01 capturedCount pic 9(7) VALUE ZEROES.

      **** Period closings off arbal.dat ****
       01 BalTable.
           03 BalEntry OCCURS 240 TIMES.
               05 bt-period pic 9(6).
               05 bt-balance pic s9(11)v99.
       01 balCount pic 9(3) VALUE ZEROES.
       01 bt-idx pic 9(3).
       01 basePeriod pic 9(6) VALUE ZEROES.
       01 baseBalance pic s9(11)v99 VALUE ZEROES.

      **** The roll-forward ****
       01 openingBal pic s9(11)v99 VALUE ZEROES.
       01 jrnDr pic 9(11)v99 VALUE ZEROES.
       01 jrnCr pic 9(11)v99 VALUE ZEROES.
       01 cashDr pic 9(11)v99 VALUE ZEROES.
       01 cashCr pic 9(11)v99 VALUE ZEROES.
       01 closingBal pic s9(11)v99 VALUE ZEROES.
       01 lateCount pic 9(7) VALUE ZEROES.

      **** The subledger ****
       01 openTotal pic s9(11)v99 VALUE ZEROES.
       01 openCount pic 9(7) VALUE ZEROES.
       01 partCount pic 9(7) VALUE ZEROES.
       01 invOpen pic s9(9)v99.

       01 difference pic s9(11)v99 VALUE ZEROES.
       01 absDiff pic 9(11)v99.

      **** One policy's totals in the breakdown ****
       01 curPol pic x(6).
       01 polGl pic s9(11)v99.
       01 polOpen pic s9(11)v99.
       01 polDiff pic s9(11)v99.
       01 polBilled pic x(1).
       01 polJournaled pic x(1).
       01 polGlTotal pic s9(11)v99 VALUE ZEROES.
       01 diffTotal pic s9(11)v99 VALUE ZEROES.
       01 unexplained pic s9(11)v99.
       01 offCount pic 9(7) VALUE ZEROES.
       01 neverBilledCount pic 9(7) VALUE ZEROES.
       01 noJournalCount pic 9(7) VALUE ZEROES.
       01 disagreeCount pic 9(7) VALUE ZEROES.

       01 reportHead.
           03 pic x(36) VALUE "RECEIVABLE TO GENERAL LEDGER TIE-OUT".
           03 pic x(10) VALUE " - PERIOD ".
           03 rh-period pic 9(6).
           03 pic x(8) VALUE "  AS OF ".
           03 rh-date pic 9999/99/99.

       01 rollLine.
           03 ro-text pic x(46).
           03 ro-amount pic -,---,---,--9.99.

       01 countLine.
           03 cn-text pic x(46).
           03 cn-count pic ZZZ,ZZZ,ZZ9.

       01 verdictLine pic x(60).

       01 breakHead.
           03 pic x(9) VALUE "Policy".
           03 pic x(18) VALUE "    GL 1200RECV".
           03 pic x(18) VALUE "  Open invoices".
           03 pic x(18) VALUE "     Difference".
           03 pic x(2).
           03 pic x(40) VALUE "Reason".

       01 breakLine.
           03 bk-polNum pic x(6).
           03      pic x(3).
           03 bk-gl pic -,---,---,--9.99.
           03      pic x(2).
           03 bk-open pic -,---,---,--9.99.
           03      pic x(2).
           03 bk-diff pic -,---,---,--9.99.
           03      pic x(4).
           03 bk-reason pic x(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM CAPTURE-JOURNALS
           PERFORM LOAD-BALANCES
           SORT reconWork
               ON ASCENDING KEY rw-polNum
               INPUT PROCEDURE is RELEASE-ITEMS
               OUTPUT PROCEDURE is TIE-POLICIES
           PERFORM PRINT-ROLL-FORWARD
           PERFORM SAVE-BALANCES
           PERFORM WRITE-CONTROL
           PERFORM CLOSEJOB.

       INITJOB.
      **** The open period - a missing perctl.dat means no period  ****
      *    control yet, so the current month is tied out               *
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE today8(1:6) to reconPeriod
           OPEN INPUT perFile
           IF perFile-Status = "00"
               READ perFile
                   AT END continue
                   NOT AT END
                       MOVE perRec to reconPeriod
               END-READ
               CLOSE perFile
           END-IF
           OPEN INPUT billFile
           IF billFile-Status NOT = "00"
               DISPLAY "Error, polbill.dat could not be opened "
                   "(status " billFile-Status ") - nothing to tie "
                   "out"
               GOBACK
           END-IF
           OPEN OUTPUT reconRep
           MOVE reconPeriod to rh-period
           MOVE today8 to rh-date
           WRITE printRep FROM reportHead AFTER ADVANCING 1 LINES.

      ******************************************************************
      * Capture tonight's 1200RECV lines onto the running ledger      *
      ******************************************************************
       CAPTURE-JOURNALS.
           MOVE "J" to cp-source(1)
           MOVE "C" to cp-source(2)
           MOVE ZEROES to cp-date(1) cp-count(1) cp-dr(1) cp-cr(1)
           MOVE ZEROES to cp-date(2) cp-count(2) cp-dr(2) cp-cr(2)
           OPEN INPUT capCtl
           IF capCtl-Status = "00"
               PERFORM UNTIL endRead = "Y"
                   READ capCtl
                       AT END
                           MOVE "Y" to endRead
                       NOT AT END
                           PERFORM LOAD-CAPTURE
                   END-READ
               END-PERFORM
               CLOSE capCtl
           END-IF

           MOVE "gljournal.txt" to glName
           MOVE 1 to cp-idx
           PERFORM CAPTURE-ONE
           MOVE "glcash.txt" to glName
           MOVE 2 to cp-idx
           PERFORM CAPTURE-ONE

           OPEN OUTPUT capCtl
           PERFORM VARYING cp-idx FROM 1 BY 1 UNTIL cp-idx > 2
               MOVE SPACES to capCtlRec
               MOVE cp-source(cp-idx) to cc-source
               MOVE cp-date(cp-idx) to cc-date
               MOVE cp-count(cp-idx) to cc-count
               MOVE cp-dr(cp-idx) to cc-dr
               MOVE cp-cr(cp-idx) to cc-cr
               WRITE capCtlRec
           END-PERFORM
           CLOSE capCtl.

       LOAD-CAPTURE.
           IF cc-source = "J"
               MOVE 1 to cp-idx
           ELSE
               MOVE 2 to cp-idx
           END-IF
           MOVE cc-date to cp-date(cp-idx)
           MOVE cc-count to cp-count(cp-idx)
           MOVE cc-dr to cp-dr(cp-idx)
           MOVE cc-cr to cp-cr(cp-idx).

      **** A journal identical to the one last captured is a rerun ***
      *    of this job on the same night's file and is passed over      *
       CAPTURE-ONE.
           MOVE ZEROES to nowDate nowCount nowDr nowCr
           OPEN INPUT glFile
           IF glFile-Status NOT = "00"
               DISPLAY "No " glName " on file - nothing captured "
                   "from it (status " glFile-Status ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ glFile
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF nowDate = ZEROES
                           MOVE jr-date to nowDate
                       END-IF
                       ADD 1 to nowCount
                       ADD jr-dr to nowDr
                       ADD jr-cr to nowCr
               END-READ
           END-PERFORM
           CLOSE glFile
           IF nowCount = ZEROES
               EXIT PARAGRAPH
           END-IF
           IF nowDate = cp-date(cp-idx) AND nowCount = cp-count(cp-idx)
               AND nowDr = cp-dr(cp-idx) AND nowCr = cp-cr(cp-idx)
               DISPLAY glName " for " nowDate " already captured"
               EXIT PARAGRAPH
           END-IF

           MOVE cp-source(cp-idx) to glSource
           OPEN INPUT glFile
           OPEN EXTEND ledFile
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ glFile
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF jr-account = "1200RECV"
                           MOVE SPACES to ledRec
                           MOVE jr-date to rl-date
                           MOVE glSource to rl-source
                           MOVE jr-polNum to rl-polNum
                           MOVE jr-dr to rl-dr
                           MOVE jr-cr to rl-cr
                           WRITE ledRec
                           ADD 1 to capturedCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE glFile ledFile
           MOVE nowDate to cp-date(cp-idx)
           MOVE nowCount to cp-count(cp-idx)
           MOVE nowDr to cp-dr(cp-idx)
           MOVE nowCr to cp-cr(cp-idx).

      **** Last month's closing is the latest one before the period ***
       LOAD-BALANCES.
           OPEN INPUT balFile
           IF balFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ balFile
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF balCount < 240
                           ADD 1 to balCount
                           MOVE ab-period to bt-period(balCount)
                           MOVE ab-balance to bt-balance(balCount)
                       ELSE
                           DISPLAY "Warning, arbal.dat holds more "
                               "than 240 periods - " ab-period
                               " dropped"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE balFile
           PERFORM VARYING bt-idx FROM 1 BY 1 UNTIL bt-idx > balCount
               IF bt-period(bt-idx) < reconPeriod
                   AND bt-period(bt-idx) > basePeriod
                   MOVE bt-period(bt-idx) to basePeriod
                   MOVE bt-balance(bt-idx) to baseBalance
               END-IF
           END-PERFORM
           MOVE baseBalance to openingBal.

      **** Ledger lines through the period and the invoices billed ***
      *    for it, each under its policy. Ledger lines after the last  *
      *    closing but before the period carry into the opening        *
       RELEASE-ITEMS.
           OPEN INPUT ledFile
           IF ledFile-Status = "00"
               MOVE "N" to endRead
               PERFORM UNTIL endRead = "Y"
                   READ ledFile
                       AT END
                           MOVE "Y" to endRead
                       NOT AT END
                           PERFORM RELEASE-LEDGER
                   END-READ
               END-PERFORM
               CLOSE ledFile
           END-IF

           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ billFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF bl-period NOT > reconPeriod
                           PERFORM RELEASE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-LEDGER.
           MOVE rl-date(1:6) to linePeriod
           IF linePeriod > reconPeriod
               ADD 1 to lateCount
               EXIT PARAGRAPH
           END-IF
           IF linePeriod = reconPeriod
               IF rl-source = "J"
                   ADD rl-dr to jrnDr
                   ADD rl-cr to jrnCr
               ELSE
                   ADD rl-dr to cashDr
                   ADD rl-cr to cashCr
               END-IF
           ELSE
               IF linePeriod > basePeriod
                   COMPUTE openingBal = openingBal + rl-dr - rl-cr
               END-IF
           END-IF
           MOVE rl-polNum to rw-polNum
           COMPUTE rw-gl = rl-dr - rl-cr
           MOVE ZEROES to rw-open
           MOVE "N" to rw-billed
           MOVE "Y" to rw-journaled
           RELEASE reconWorkRec.

      **** A paid invoice carries no balance but still shows the   ****
      *    policy was billed                                            *
       RELEASE-INVOICE.
           MOVE ZEROES to invOpen
           IF bl-paid NOT = "PD"
               COMPUTE invOpen = bl-amount - bl-payAmt
               IF invOpen < ZEROES
                   MOVE ZEROES to invOpen
               END-IF
               IF invOpen > ZEROES
                   ADD invOpen to openTotal
                   IF bl-paid = "PT"
                       ADD 1 to partCount
                   ELSE
                       ADD 1 to openCount
                   END-IF
               END-IF
           END-IF
           MOVE bl-polNum to rw-polNum
           MOVE ZEROES to rw-gl
           MOVE invOpen to rw-open
           MOVE "Y" to rw-billed
           MOVE "N" to rw-journaled
           RELEASE reconWorkRec.

      ******************************************************************
      * The difference by policy - only policies that disagree print  *
      ******************************************************************
       TIE-POLICIES.
           WRITE printRep FROM breakHead AFTER ADVANCING 2 LINES
           PERFORM RETURN-WORK
           PERFORM UNTIL sortEOF = "Y"
               MOVE rw-polNum to curPol
               MOVE ZEROES to polGl polOpen
               MOVE "N" to polBilled polJournaled
               PERFORM UNTIL sortEOF = "Y" OR rw-polNum NOT = curPol
                   ADD rw-gl to polGl
                   ADD rw-open to polOpen
                   IF rw-billed = "Y"
                       MOVE "Y" to polBilled
                   END-IF
                   IF rw-journaled = "Y"
                       MOVE "Y" to polJournaled
                   END-IF
                   PERFORM RETURN-WORK
               END-PERFORM
               PERFORM TIE-ONE
           END-PERFORM.

       RETURN-WORK.
           RETURN reconWork
               AT END
                   MOVE "Y" to sortEOF
           END-RETURN.

       TIE-ONE.
           ADD polGl to polGlTotal
           COMPUTE polDiff = polGl - polOpen
           IF polDiff = ZEROES
               EXIT PARAGRAPH
           END-IF
           ADD 1 to offCount
           ADD polDiff to diffTotal
           MOVE SPACES to breakLine
           MOVE curPol to bk-polNum
           MOVE polGl to bk-gl
           MOVE polOpen to bk-open
           MOVE polDiff to bk-diff
           EVALUATE TRUE
               WHEN curPol = SPACES
                   MOVE "journal lines carrying no policy"
                       to bk-reason
                   ADD 1 to disagreeCount
               WHEN polBilled = "N" AND polGl < ZEROES
                   MOVE "receipts on a policy never billed"
                       to bk-reason
                   ADD 1 to neverBilledCount
               WHEN polBilled = "N"
                   MOVE "journaled, never billed" to bk-reason
                   ADD 1 to neverBilledCount
               WHEN polJournaled = "N"
                   MOVE "billed with no journal" to bk-reason
                   ADD 1 to noJournalCount
               WHEN polGl < polOpen
                   MOVE "more credited than billing shows"
                       to bk-reason
                   ADD 1 to disagreeCount
               WHEN OTHER
                   MOVE "more journaled than billing shows"
                       to bk-reason
                   ADD 1 to disagreeCount
           END-EVALUATE
           WRITE printRep FROM breakLine AFTER ADVANCING 1 LINES.

      ******************************************************************
      * Roll-forward and the tie-out                                   *
      ******************************************************************
       PRINT-ROLL-FORWARD.
           COMPUTE closingBal = openingBal + jrnDr - jrnCr
               + cashDr - cashCr
           COMPUTE difference = closingBal - openTotal
           COMPUTE unexplained = difference - diffTotal

           MOVE SPACES to rollLine
           IF basePeriod > ZEROES
               STRING "1200RECV balance brought forward from "
                   basePeriod DELIMITED BY SIZE INTO ro-text
           ELSE
               MOVE "1200RECV balance brought forward (ledger)"
                   to ro-text
           END-IF
           MOVE openingBal to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 3 LINES
           MOVE "  premium journal debits (gljournal.txt)" to ro-text
           MOVE jrnDr to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 1 LINES
           MOVE "  premium journal credits (gljournal.txt)"
               to ro-text
           COMPUTE ro-amount = 0 - jrnCr
           WRITE printRep FROM rollLine AFTER ADVANCING 1 LINES
           MOVE "  cash journal debits (glcash.txt)" to ro-text
           MOVE cashDr to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 1 LINES
           MOVE "  cash journal credits (glcash.txt)" to ro-text
           COMPUTE ro-amount = 0 - cashCr
           WRITE printRep FROM rollLine AFTER ADVANCING 1 LINES
           MOVE "1200RECV closing balance" to ro-text
           MOVE closingBal to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 1 LINES

           MOVE "Open and part-paid invoices on polbill.dat"
               to ro-text
           MOVE openTotal to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 2 LINES
           MOVE SPACES to countLine
           MOVE "  open invoices" to cn-text
           MOVE openCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 1 LINES
           MOVE "  part-paid invoices" to cn-text
           MOVE partCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 1 LINES

           MOVE "DIFFERENCE, GL LESS SUBLEDGER" to ro-text
           MOVE difference to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 2 LINES
           MOVE "  explained by policy above" to ro-text
           MOVE diffTotal to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 1 LINES
           MOVE "  brought forward, not carried by policy"
               to ro-text
           MOVE unexplained to ro-amount
           WRITE printRep FROM rollLine AFTER ADVANCING 1 LINES

           MOVE "Policies out of tie" to cn-text
           MOVE offCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 2 LINES
           MOVE "  never billed" to cn-text
           MOVE neverBilledCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 1 LINES
           MOVE "  billed with no journal" to cn-text
           MOVE noJournalCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 1 LINES
           MOVE "  both, but disagreeing" to cn-text
           MOVE disagreeCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 1 LINES
           MOVE "Ledger lines captured this run" to cn-text
           MOVE capturedCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 1 LINES
           MOVE "Ledger lines after the period, held back" to cn-text
           MOVE lateCount to cn-count
           WRITE printRep FROM countLine AFTER ADVANCING 1 LINES

           IF difference = ZEROES
               MOVE "RECEIVABLE TIES TO THE OPEN INVOICES"
                   to verdictLine
           ELSE
               MOVE "*** RECEIVABLE DOES NOT TIE TO THE OPEN INVOICES"
                   to verdictLine
           END-IF
           WRITE printRep FROM verdictLine AFTER ADVANCING 2 LINES.

      **** The period's closing replaces any earlier run's, so the ***
      *    last run before the month closes leaves next month's        *
      *    opening                                                      *
       SAVE-BALANCES.
           PERFORM VARYING bt-idx FROM 1 BY 1
                   UNTIL bt-idx > balCount
                   OR bt-period(bt-idx) = reconPeriod
               CONTINUE
           END-PERFORM
           IF bt-idx > balCount
               IF balCount < 240
                   ADD 1 to balCount
                   MOVE balCount to bt-idx
               ELSE
                   DISPLAY "Warning, arbal.dat is full - closing for "
                       reconPeriod " not kept"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE reconPeriod to bt-period(bt-idx)
           MOVE closingBal to bt-balance(bt-idx)
           OPEN OUTPUT balFile
           PERFORM VARYING bt-idx FROM 1 BY 1 UNTIL bt-idx > balCount
               MOVE SPACES to balRec
               MOVE bt-period(bt-idx) to ab-period
               MOVE bt-balance(bt-idx) to ab-balance
               WRITE balRec
           END-PERFORM
           CLOSE balFile.

      **** End-of-job control line for the balancing report - the  ****
      *    policies out of tie and the size of the difference          *
       WRITE-CONTROL.
           OPEN EXTEND ctlFile
           MOVE SPACES to ctlRec
           ACCEPT ctlDate8 FROM DATE YYYYMMDD
           MOVE ctlDate8 to ctl-date
           MOVE "ARRECON     " to ctl-job
           MOVE offCount to ctl-count
           IF difference < ZEROES
               COMPUTE absDiff = 0 - difference
           ELSE
               MOVE difference to absDiff
           END-IF
           MOVE absDiff to ctl-hash
           WRITE ctlRec
           CLOSE ctlFile.

       CLOSEJOB.
           MOVE difference to ro-amount
           DISPLAY "Period " reconPeriod " receivable difference "
               ro-amount " - " offCount " polic(y/ies) out of tie"
           CLOSE billFile reconRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM AR-RECON.
