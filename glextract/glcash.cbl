      *          pair and each claim payment into a loss-expense/cash
      *          pair, written to glcash.txt in the same record layout
      *          gljournal.txt uses, with the same debits-equal-credits
      *          control page. A returned item PAY-POST reversed comes
      *          off cash back onto receivable, and its returned-item
      *          fee goes to receivable against fee income.
      *            1000CASH  cash
      *            1200RECV  premium receivable
      *            4200FEES  returned-item fee income
      *            5200LOSS  loss expense
      *          Receipts already journaled are skipped through a line
      *          position kept in glcash.ctl, and claim payments are
               03 py-period pic 9(6).
               03      pic x.
               03 py-user pic x(8).
               03      pic x.
               03 py-kind pic x(3).

           fd claimFile.
           01 claimRec.
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

           fd posFile.
           01 posRec.
       01 lineCount pic 9(7) VALUE ZEROES.

       01 receiptCount pic 9(7) VALUE ZEROES.
       01 returnCount pic 9(7) VALUE ZEROES.
       01 feeCount pic 9(7) VALUE ZEROES.
       01 claimPayCount pic 9(7) VALUE ZEROES.
       01 postCount pic 9(7) VALUE ZEROES.

           03      pic x(18) VALUE "RECEIPTS POSTED:  ".
           03 cl-rcpt pic ZZZZZZ9.

       01 ctlLine1a.
           03      pic x(18) VALUE "RETURNED ITEMS:   ".
           03 cl-ret pic ZZZZZZ9.

       01 ctlLine1b.
           03      pic x(18) VALUE "RETURNED-ITEM FEES".
           03 cl-fee pic ZZZZZZ9.

       01 ctlLine2.
           03      pic x(18) VALUE "CLAIM PAYMENTS:   ".
           03 cl-clm pic ZZZZZZ9.
               PERFORM SAVE-POSITION
           END-IF.

      **** NSF reverses a receipt - cash credited, receivable back  ***
      *    on the books. FEE charges the returned-item fee to the      *
      *    account                                                     *
       POST-RECEIPT.
           MOVE py-polNum to glPolNum
           MOVE SPACES to glAgent
           MOVE py-amount to absAmount
           IF py-kind = "NSF"
               MOVE "1200RECV" to wsAccount
               MOVE absAmount to wsDr
               MOVE ZEROES to wsCr
               PERFORM WRITE-JOURNAL
               MOVE "1000CASH" to wsAccount
               MOVE ZEROES to wsDr
               MOVE absAmount to wsCr
               PERFORM WRITE-JOURNAL
               ADD 1 to returnCount
               EXIT PARAGRAPH
           END-IF
           IF py-kind = "FEE"
               MOVE "1200RECV" to wsAccount
               MOVE absAmount to wsDr
               MOVE ZEROES to wsCr
               PERFORM WRITE-JOURNAL
               MOVE "4200FEES" to wsAccount
               MOVE ZEROES to wsDr
               MOVE absAmount to wsCr
               PERFORM WRITE-JOURNAL
               ADD 1 to feeCount
               EXIT PARAGRAPH
           END-IF
           MOVE "1000CASH" to wsAccount
           MOVE absAmount to wsDr
           MOVE ZEROES to wsCr
           WRITE printRep FROM ctlHead AFTER ADVANCING 1 LINES
           MOVE receiptCount to cl-rcpt
           WRITE printRep FROM ctlLine1 AFTER ADVANCING 2 LINES
           MOVE returnCount to cl-ret
           WRITE printRep FROM ctlLine1a AFTER ADVANCING 1 LINES
           MOVE feeCount to cl-fee
           WRITE printRep FROM ctlLine1b AFTER ADVANCING 1 LINES
           MOVE claimPayCount to cl-clm
           WRITE printRep FROM ctlLine2 AFTER ADVANCING 1 LINES
           MOVE postCount to cl-post
