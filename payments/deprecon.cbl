      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Daily bank deposit reconciliation - proves the cash
      *          PAY-POST and EFT-DRAFT logged on polpay.txt reached
      *          the bank. The receipts logged since the last run are
      *          matched by date and amount against the bank's daily
      *          deposit file, bankdep.txt. Keyed receipts match item
      *          for item; lockbox IMPORT lines and EFT-DRAFT drafts
      *          are totalled per day first, since the bank credits
      *          each as one batch, and a returned item reversed
      *          through PAY-POST's RETURN matches the bank's debit
      *          for it. A deposit may land up to depLag days after
      *          the receipt. Anything left unmatched carries forward
      *          on depopen.txt and is tried again every day until it
      *          clears. The report lists matched deposits, receipts
      *          with no deposit and deposits with no receipt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** Cash-receipts log - layout must match paypost.cbl's payLine *
           select payFile assign to 'polpay.txt'
               organization is line sequential
               file status is payFile-Status.

      **** The bank's deposit file for the day - date, C for a      ****
      *    credit or D for a debit, amount and the bank's reference    *
           select bankFile assign to 'bankdep.txt'
               organization is line sequential
               file status is bankFile-Status.

      **** Items unmatched at the end of the last run ****
           select optional openFile assign to 'depopen.txt'
               organization is line sequential.

      **** polpay.txt lines already reconciled, and the bank file   ****
      *    last taken, so a rerun neither repeats nor skips either     *
           select ctlFile assign to 'deprecon.ctl'
               organization is line sequential
               file status is ctlFile-Status.

           select recRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
           fd payFile.
           01 payRec.
               03 py-polNum pic x(6).
               03      pic x.
               03 py-payDate pic 9(8).
               03      pic x.
               03 py-amount pic 9(6)v99.
               03      pic x.
               03      pic x(7).
               03 py-period pic 9(6).
               03      pic x.
               03 py-user pic x(8).
               03      pic x.
               03 py-kind pic x(3).

           fd bankFile.
           01 bankRec.
               03 dp-date pic 9(8).
               03      pic x.
               03 dp-dc pic x(1).
               03      pic x.
               03 dp-amount pic 9(7)v99.
               03      pic x.
               03 dp-ref pic x(15).

           fd openFile.
           01 openRec.
      **** R - a receipt waiting for its deposit, B - a bank item  ****
      *    waiting for its receipt                                      *
               03 oi-side pic x(1).
               03      pic x.
               03 oi-ymd pic 9(8).
               03      pic x.
               03 oi-dc pic x(1).
               03      pic x.
               03 oi-amount pic 9(7)v99.
               03      pic x.
               03 oi-ref pic x(15).
               03      pic x.
               03 oi-count pic 9(5).
               03      pic x.
               03 oi-first pic 9(8).

           fd ctlFile.
           01 ctlRec.
               03 cr-lines pic 9(7).
               03      pic x.
               03 cr-bankCount pic 9(7).
               03      pic x.
               03 cr-bankTotal pic 9(9)v99.

           fd recRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 payFile-Status pic xx.
       01 bankFile-Status pic xx.
       01 ctlFile-Status pic xx.
       01 payEOF pic x VALUE "N".
       01 bankEOF pic x VALUE "N".
       01 openEOF pic x VALUE "N".

      **** A deposit dated up to this many days after the receipt  ****
      *    still matches it - a check logged Friday is often deposited *
      *    Monday                                                      *
       01 depLag pic 9(2) VALUE 3.

       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 workYMD pic 9(8).
       01 workMDY pic 9(8).
       01 dayGap pic s9(9).

      **** polpay.txt and bankdep.txt positions ****
       01 linesDone pic 9(7) VALUE ZEROES.
       01 lineCount pic 9(7) VALUE ZEROES.
       01 lastBankCount pic 9(7) VALUE ZEROES.
       01 lastBankTotal pic 9(9)v99 VALUE ZEROES.
       01 bankCount pic 9(7) VALUE ZEROES.
       01 bankTotal pic 9(9)v99 VALUE ZEROES.
       01 bankRepeat pic x VALUE "N".
       01 tableFull pic x VALUE "N".

      **** Receipts awaiting a deposit - carried-forward items      ****
      *    first, then today's. A lockbox or draft batch is one entry  *
      *    holding the day's total and its item count                  *
       01 rcptTable.
           03 rcptEntry OCCURS 3000 TIMES.
               05 rt-ymd pic 9(8).
               05 rt-dc pic x(1).
               05 rt-amount pic 9(7)v99.
               05 rt-ref pic x(15).
               05 rt-count pic 9(5).
               05 rt-first pic 9(8).
               05 rt-matched pic x(1).
       01 rcptMax pic 9(4) VALUE 3000.
       01 rcptCount pic 9(4) VALUE ZEROES.
       01 openRcpt pic 9(4) VALUE ZEROES.
       01 ridx pic 9(4).

      **** Bank items awaiting a receipt ****
       01 bankTable.
           03 bankEntry OCCURS 3000 TIMES.
               05 bt-ymd pic 9(8).
               05 bt-dc pic x(1).
               05 bt-amount pic 9(7)v99.
               05 bt-ref pic x(15).
               05 bt-first pic 9(8).
               05 bt-matched pic x(1).
       01 bankMax pic 9(4) VALUE 3000.
       01 bankItems pic 9(4) VALUE ZEROES.
       01 bidx pic 9(4).

       01 batchRef pic x(15).
       01 batchFound pic x.
       01 matchFound pic x.
       01 matchPass pic 9(1).

       01 matchCount pic 9(5) VALUE ZEROES.
       01 matchTotal pic 9(9)v99 VALUE ZEROES.
       01 openRcptCount pic 9(5) VALUE ZEROES.
       01 openRcptTotal pic 9(9)v99 VALUE ZEROES.
       01 openBankCount pic 9(5) VALUE ZEROES.
       01 openBankTotal pic 9(9)v99 VALUE ZEROES.

       01 recHead.
           03      pic x(37) VALUE
               "BANK DEPOSIT RECONCILIATION - RUN ".
           03 rh-date pic 99/99/9999.

       01 sectHead pic x(60).

       01 matchHead.
           03 pic x(10) VALUE "Rcpt Date".
           03 pic x(1).
           03 pic x(15) VALUE "Receipt".
           03 pic x(1).
           03 pic x(5) VALUE "Items".
           03 pic x(2).
           03 pic x(2) VALUE "DC".
           03 pic x(1).
           03 pic x(14) VALUE "        Amount".
           03 pic x(2).
           03 pic x(10) VALUE "Bank Date".
           03 pic x(1).
           03 pic x(15) VALUE "Bank Ref".

       01 matchLine.
           03 ml-rdate pic 99/99/9999.
           03      pic x(1).
           03 ml-ref pic x(15).
           03      pic x(1).
           03 ml-count pic ZZZZ9.
           03      pic x(2).
           03 ml-dc pic x(2).
           03      pic x(1).
           03 ml-amount pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 ml-bdate pic 99/99/9999.
           03      pic x(1).
           03 ml-bref pic x(15).

       01 openHead.
           03 pic x(10) VALUE "Date".
           03 pic x(1).
           03 pic x(15) VALUE "Reference".
           03 pic x(1).
           03 pic x(5) VALUE "Items".
           03 pic x(2).
           03 pic x(2) VALUE "DC".
           03 pic x(1).
           03 pic x(14) VALUE "        Amount".
           03 pic x(2).
           03 pic x(11) VALUE "Days Open".

       01 openLine.
           03 ol-date pic 99/99/9999.
           03      pic x(1).
           03 ol-ref pic x(15).
           03      pic x(1).
           03 ol-count pic ZZZZ9.
           03      pic x(2).
           03 ol-dc pic x(2).
           03      pic x(1).
           03 ol-amount pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 ol-days pic ZZZZ9.

       01 totalLine.
           03 tl-text pic x(30).
           03 tl-count pic ZZZZ9.
           03      pic x(2).
           03 tl-amount pic ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-OPEN
           PERFORM LOAD-RECEIPTS
           PERFORM LOAD-BANK
           IF tableFull = "Y"
               DISPLAY "ERROR - more open items than the "
                   "reconciliation tables hold - nothing saved, work "
                   "the open items down and rerun"
               CLOSE recRep
               GOBACK
           END-IF
           PERFORM MATCH-ALL
           PERFORM PRINT-OPEN
           PERFORM SAVE-OPEN
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE today8(5:2) to todayMDY(1:2)
           MOVE today8(7:2) to todayMDY(3:2)
           MOVE today8(1:4) to todayMDY(5:4)
           OPEN OUTPUT recRep
           MOVE todayMDY to rh-date
           WRITE printRep FROM recHead AFTER ADVANCING 1 LINES

      **** Pick up where the last run left off ****
           OPEN INPUT ctlFile
           IF ctlFile-Status = "00"
               READ ctlFile
                   AT END continue
                   NOT AT END
                       MOVE cr-lines to linesDone
                       MOVE cr-bankCount to lastBankCount
                       MOVE cr-bankTotal to lastBankTotal
               END-READ
               CLOSE ctlFile
           END-IF.

      **** Yesterday's unmatched items come back first ****
       LOAD-OPEN.
           OPEN INPUT openFile
           PERFORM UNTIL openEOF = "Y"
               READ openFile
                   AT END
                       MOVE "Y" to openEOF
                   NOT AT END
                       IF oi-side = "R"
                           PERFORM LOAD-OPEN-RCPT
                       ELSE
                           PERFORM LOAD-OPEN-BANK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE openFile
           MOVE rcptCount to openRcpt.

       LOAD-OPEN-RCPT.
           IF rcptCount = rcptMax
               MOVE "Y" to tableFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 to rcptCount
           MOVE oi-ymd to rt-ymd(rcptCount)
           MOVE oi-dc to rt-dc(rcptCount)
           MOVE oi-amount to rt-amount(rcptCount)
           MOVE oi-ref to rt-ref(rcptCount)
           MOVE oi-count to rt-count(rcptCount)
           MOVE oi-first to rt-first(rcptCount)
           MOVE "N" to rt-matched(rcptCount).

       LOAD-OPEN-BANK.
           IF bankItems = bankMax
               MOVE "Y" to tableFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 to bankItems
           MOVE oi-ymd to bt-ymd(bankItems)
           MOVE oi-dc to bt-dc(bankItems)
           MOVE oi-amount to bt-amount(bankItems)
           MOVE oi-ref to bt-ref(bankItems)
           MOVE oi-first to bt-first(bankItems)
           MOVE "N" to bt-matched(bankItems).

      **** Every polpay.txt line past the saved position - the FEE  ****
      *    lines are charges, not cash, and never reach the bank       *
       LOAD-RECEIPTS.
           OPEN INPUT payFile
           IF payFile-Status NOT = "00"
               DISPLAY "No polpay.txt on file - no receipts to "
                   "reconcile (status " payFile-Status ")"
               MOVE linesDone to lineCount
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL payEOF = "Y"
               READ payFile
                   AT END
                       MOVE "Y" to payEOF
                   NOT AT END
                       ADD 1 to lineCount
                       IF lineCount > linesDone
                           AND py-kind NOT = "FEE"
                           PERFORM LOAD-ONE-RCPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE payFile
      **** A file shorter than the saved position was cut or       ****
      *    replaced - the same guard GL-CASH keeps on glcash.ctl      *
           IF lineCount < linesDone
               DISPLAY "ERROR - polpay.txt holds " lineCount
                   " line(s) but deprecon.ctl says " linesDone
                   " were already reconciled - position left untouched"
               MOVE linesDone to lineCount
           END-IF.

       LOAD-ONE-RCPT.
           MOVE py-payDate(5:4) to workYMD(1:4)
           MOVE py-payDate(1:4) to workYMD(5:4)
           EVALUATE py-kind
               WHEN "LBX"
                   MOVE "LOCKBOX BATCH" to batchRef
                   PERFORM ADD-TO-BATCH
               WHEN "ACH"
                   MOVE "EFT DRAFT BATCH" to batchRef
                   PERFORM ADD-TO-BATCH
               WHEN OTHER
                   IF rcptCount = rcptMax
                       MOVE "Y" to tableFull
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 to rcptCount
                   MOVE workYMD to rt-ymd(rcptCount)
      **** A reversed returned item is a debit on the statement ****
                   IF py-kind = "NSF"
                       MOVE "D" to rt-dc(rcptCount)
                   ELSE
                       MOVE "C" to rt-dc(rcptCount)
                   END-IF
                   MOVE py-amount to rt-amount(rcptCount)
                   MOVE SPACES to rt-ref(rcptCount)
                   STRING "POLICY " py-polNum DELIMITED BY SIZE
                       INTO rt-ref(rcptCount)
                   MOVE 1 to rt-count(rcptCount)
                   MOVE today8 to rt-first(rcptCount)
                   MOVE "N" to rt-matched(rcptCount)
           END-EVALUATE.

      **** Today's lines for a batch fold into one entry per day - ****
      *    carried-forward batches are already closed and stay apart   *
       ADD-TO-BATCH.
           MOVE "N" to batchFound
           PERFORM VARYING ridx FROM openRcpt BY 1
                   UNTIL ridx > rcptCount OR batchFound = "Y"
               IF ridx > openRcpt
                   IF rt-ref(ridx) = batchRef
                       AND rt-ymd(ridx) = workYMD
                       MOVE "Y" to batchFound
                   END-IF
               END-IF
           END-PERFORM
           IF batchFound = "Y"
               SUBTRACT 1 FROM ridx
               ADD py-amount to rt-amount(ridx)
               ADD 1 to rt-count(ridx)
           ELSE
               IF rcptCount = rcptMax
                   MOVE "Y" to tableFull
                   EXIT PARAGRAPH
               END-IF
               ADD 1 to rcptCount
               MOVE workYMD to rt-ymd(rcptCount)
               MOVE "C" to rt-dc(rcptCount)
               MOVE py-amount to rt-amount(rcptCount)
               MOVE batchRef to rt-ref(rcptCount)
               MOVE 1 to rt-count(rcptCount)
               MOVE today8 to rt-first(rcptCount)
               MOVE "N" to rt-matched(rcptCount)
           END-IF.

      **** The bank's file for the day. The same file taken twice   ***
      *    would double every deposit, so a file with the count and    *
      *    total of the last one taken is skipped                      *
       LOAD-BANK.
           OPEN INPUT bankFile
           IF bankFile-Status NOT = "00"
               DISPLAY "WARNING - bankdep.txt could not be opened - "
                   "today's receipts carry forward unmatched (status "
                   bankFile-Status ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL bankEOF = "Y"
               READ bankFile
                   AT END
                       MOVE "Y" to bankEOF
                   NOT AT END
                       ADD 1 to bankCount
                       ADD dp-amount to bankTotal
               END-READ
           END-PERFORM
           CLOSE bankFile
           IF bankCount > ZEROES
               AND bankCount = lastBankCount
               AND bankTotal = lastBankTotal
               DISPLAY "WARNING - bankdep.txt matches the file taken "
                   "last run - not taken again"
               MOVE "Y" to bankRepeat
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT bankFile
           MOVE "N" to bankEOF
           PERFORM UNTIL bankEOF = "Y"
               READ bankFile
                   AT END
                       MOVE "Y" to bankEOF
                   NOT AT END
                       PERFORM LOAD-ONE-BANK
               END-READ
           END-PERFORM
           CLOSE bankFile.

       LOAD-ONE-BANK.
           IF bankItems = bankMax
               MOVE "Y" to tableFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 to bankItems
           MOVE dp-date(5:4) to bt-ymd(bankItems)(1:4)
           MOVE dp-date(1:4) to bt-ymd(bankItems)(5:4)
           IF dp-dc = "D"
               MOVE "D" to bt-dc(bankItems)
           ELSE
               MOVE "C" to bt-dc(bankItems)
           END-IF
           MOVE dp-amount to bt-amount(bankItems)
           MOVE dp-ref to bt-ref(bankItems)
           MOVE today8 to bt-first(bankItems)
           MOVE "N" to bt-matched(bankItems).

      **** Pass 1 takes same-day matches so a deposit is not spent  ***
      *    on an earlier receipt of the same amount; pass 2 allows the *
      *    deposit to lag the receipt by up to depLag days             *
       MATCH-ALL.
           MOVE "MATCHED DEPOSITS" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 2 LINES
           WRITE printRep FROM matchHead AFTER ADVANCING 1 LINES
           MOVE 1 to matchPass
           PERFORM VARYING bidx FROM 1 BY 1 UNTIL bidx > bankItems
               IF bt-matched(bidx) = "N"
                   PERFORM MATCH-ONE
               END-IF
           END-PERFORM
           MOVE 2 to matchPass
           PERFORM VARYING bidx FROM 1 BY 1 UNTIL bidx > bankItems
               IF bt-matched(bidx) = "N"
                   PERFORM MATCH-ONE
               END-IF
           END-PERFORM
           MOVE "Total matched:" to tl-text
           MOVE matchCount to tl-count
           MOVE matchTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES.

       MATCH-ONE.
           MOVE "N" to matchFound
           PERFORM VARYING ridx FROM 1 BY 1
                   UNTIL ridx > rcptCount OR matchFound = "Y"
               IF rt-matched(ridx) = "N"
                   AND rt-dc(ridx) = bt-dc(bidx)
                   AND rt-amount(ridx) = bt-amount(bidx)
                   IF matchPass = 1
                       IF rt-ymd(ridx) = bt-ymd(bidx)
                           MOVE "Y" to matchFound
                       END-IF
                   ELSE
                       COMPUTE dayGap =
                           FUNCTION INTEGER-OF-DATE(bt-ymd(bidx))
                           - FUNCTION INTEGER-OF-DATE(rt-ymd(ridx))
                       IF dayGap >= 0 AND dayGap <= depLag
                           MOVE "Y" to matchFound
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF matchFound = "Y"
               SUBTRACT 1 FROM ridx
               MOVE "Y" to rt-matched(ridx)
               MOVE "Y" to bt-matched(bidx)
               MOVE rt-ymd(ridx) to workYMD
               PERFORM YMD-TO-MDY
               MOVE workMDY to ml-rdate
               MOVE rt-ref(ridx) to ml-ref
               MOVE rt-count(ridx) to ml-count
               MOVE rt-dc(ridx) to ml-dc
               MOVE rt-amount(ridx) to ml-amount
               MOVE bt-ymd(bidx) to workYMD
               PERFORM YMD-TO-MDY
               MOVE workMDY to ml-bdate
               MOVE bt-ref(bidx) to ml-bref
               WRITE printRep FROM matchLine AFTER ADVANCING 1 LINES
               ADD 1 to matchCount
               ADD rt-amount(ridx) to matchTotal
           END-IF.

      **** Both sides of what is still open, with the days since   ****
      *    each item was first seen                                    *
       PRINT-OPEN.
           MOVE "RECEIPTS WITH NO DEPOSIT" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM openHead AFTER ADVANCING 1 LINES
           PERFORM VARYING ridx FROM 1 BY 1 UNTIL ridx > rcptCount
               IF rt-matched(ridx) = "N"
                   MOVE rt-ymd(ridx) to workYMD
                   PERFORM YMD-TO-MDY
                   MOVE workMDY to ol-date
                   MOVE rt-ref(ridx) to ol-ref
                   MOVE rt-count(ridx) to ol-count
                   MOVE rt-dc(ridx) to ol-dc
                   MOVE rt-amount(ridx) to ol-amount
                   COMPUTE dayGap = FUNCTION INTEGER-OF-DATE(today8)
                       - FUNCTION INTEGER-OF-DATE(rt-first(ridx))
                   MOVE dayGap to ol-days
                   WRITE printRep FROM openLine AFTER ADVANCING 1 LINES
                   ADD 1 to openRcptCount
                   ADD rt-amount(ridx) to openRcptTotal
               END-IF
           END-PERFORM
           MOVE "Total receipts not deposited:" to tl-text
           MOVE openRcptCount to tl-count
           MOVE openRcptTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES

           MOVE "DEPOSITS WITH NO RECEIPT" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM openHead AFTER ADVANCING 1 LINES
           PERFORM VARYING bidx FROM 1 BY 1 UNTIL bidx > bankItems
               IF bt-matched(bidx) = "N"
                   MOVE bt-ymd(bidx) to workYMD
                   PERFORM YMD-TO-MDY
                   MOVE workMDY to ol-date
                   MOVE bt-ref(bidx) to ol-ref
                   MOVE 1 to ol-count
                   MOVE bt-dc(bidx) to ol-dc
                   MOVE bt-amount(bidx) to ol-amount
                   COMPUTE dayGap = FUNCTION INTEGER-OF-DATE(today8)
                       - FUNCTION INTEGER-OF-DATE(bt-first(bidx))
                   MOVE dayGap to ol-days
                   WRITE printRep FROM openLine AFTER ADVANCING 1 LINES
                   ADD 1 to openBankCount
                   ADD bt-amount(bidx) to openBankTotal
               END-IF
           END-PERFORM
           MOVE "Total deposits not receipted:" to tl-text
           MOVE openBankCount to tl-count
           MOVE openBankTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES.

       YMD-TO-MDY.
           MOVE workYMD(5:4) to workMDY(1:4)
           MOVE workYMD(1:4) to workMDY(5:4).

      **** Everything still open carries forward to tomorrow ****
       SAVE-OPEN.
           OPEN OUTPUT openFile
           PERFORM VARYING ridx FROM 1 BY 1 UNTIL ridx > rcptCount
               IF rt-matched(ridx) = "N"
                   MOVE SPACES to openRec
                   MOVE "R" to oi-side
                   MOVE rt-ymd(ridx) to oi-ymd
                   MOVE rt-dc(ridx) to oi-dc
                   MOVE rt-amount(ridx) to oi-amount
                   MOVE rt-ref(ridx) to oi-ref
                   MOVE rt-count(ridx) to oi-count
                   MOVE rt-first(ridx) to oi-first
                   WRITE openRec
               END-IF
           END-PERFORM
           PERFORM VARYING bidx FROM 1 BY 1 UNTIL bidx > bankItems
               IF bt-matched(bidx) = "N"
                   MOVE SPACES to openRec
                   MOVE "B" to oi-side
                   MOVE bt-ymd(bidx) to oi-ymd
                   MOVE bt-dc(bidx) to oi-dc
                   MOVE bt-amount(bidx) to oi-amount
                   MOVE bt-ref(bidx) to oi-ref
                   MOVE 1 to oi-count
                   MOVE bt-first(bidx) to oi-first
                   WRITE openRec
               END-IF
           END-PERFORM
           CLOSE openFile

           OPEN OUTPUT ctlFile
           MOVE SPACES to ctlRec
           MOVE lineCount to cr-lines
           IF bankRepeat = "Y" OR bankCount = ZEROES
               MOVE lastBankCount to cr-bankCount
               MOVE lastBankTotal to cr-bankTotal
           ELSE
               MOVE bankCount to cr-bankCount
               MOVE bankTotal to cr-bankTotal
           END-IF
           WRITE ctlRec
           CLOSE ctlFile.

       CLOSEJOB.
           DISPLAY matchCount " deposit(s) matched, " openRcptCount
               " receipt(s) with no deposit, " openBankCount
               " deposit(s) with no receipt - carried forward on "
               "depopen.txt"
           CLOSE recRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM DEPOSIT-RECON.
