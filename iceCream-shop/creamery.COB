      **** pattern as taxrate.dat ****
           select optional menuFile assign to 'menu.dat'
           organization is line sequential.

      **** Last ticket number issued - the ponum.ctl pattern PO-SYS ***
      **** numbers its purchase orders from ****
           select ticketCtl assign to 'ticket.ctl'
           organization is line sequential
           file status is ticketCtl-Status.

      **** Manager override code for VOID and REFUND - a single    ****
      **** line, set up by the owner the same way as taxrate.dat.  ****
      **** With no file on disk nothing can be voided or refunded ****
           select mgrCodeFile assign to 'mgrcode.dat'
           organization is line sequential
           file status is mgrCodeFile-Status.

      **** Gift cards sold at the register and their balances,     ****
      **** shared with GIFT-MAINT - read and rewritten around each ****
      **** card sold or tendered, so a reissue done there mid-shift ***
      **** is never written over ****
           select optional giftFile assign to 'giftcard.dat'
           organization is line sequential.

      **** Last gift card number issued ****
           select giftCtl assign to 'giftnum.ctl'
           organization is line sequential
           file status is giftCtl-Status.

      **** Employees kept by EMP-MAINT, and the time clock punches ***
      **** taken at the register for HOURS-RPT ****
           select optional empFile assign to 'employee.dat'
           organization is line sequential.

           select optional clockFile assign to 'timeclock.dat'
           organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
      **** tempFile section ****
      **** Every order is stamped with its ticket number, date,    ****
      **** time and cashier. A VOID or REFUND is a record of its   ****
      **** own - tk-type V or R, its own ticket number, the ticket ****
      **** it reverses in tk-orig and the original's order fields  ****
      **** (a creme.txt from before ticketing goes through         ****
      **** CREMECONV first)                                        ****
       fd cremeFile.
           01 tempRec.
               03 tk-num pic 9(6).
               03 tk-type pic x(1).
               03 tk-date pic 9(8).
               03 tk-time pic 9(6).
               03 tk-cashier pic x(8).
      **** Container choice ****
               03 cont-in pic x(4).
               03 flav-in pic xx.
               03 scoop-in pic 9.
               03 topping-in pic x(2).
               03 unPrice-in pic 9v99.
      **** Total with tax as collected, and the loyalty member,    ****
      **** points earned and free-scoop redemption to back out ****
               03 tk-total pic 9(4)v99.
               03 tk-member pic x(6).
               03 tk-points pic 9(3).
               03 tk-free pic x(1).
               03 tk-orig pic 9(6).
      **** The gift card tendered and the part of the total it paid **
               03 tk-card pic 9(6).
               03 tk-cardAmt pic 9(4)v99.
      **********************
      *  temp-input files  *
      *  level: 03         *
      **** stockFile section - F(lavor) or T(opping), code, name,  ****
      **** scoops on hand, the reorder point, and the supplier the ****
      **** item reorders from (kept by SUPP-MAINT, used by PO-SYS) ****
      **** and its unit cost per scoop or serving, as last priced  ****
      **** on a PO-SYS receipt - a file from before costing reads  ****
      **** as zero cost ****
       fd stockFile.
           01 stockRec.
               03 sk-kind pic x(1).
               03 sk-reorder pic 9(4).
               03      pic x.
               03 sk-supplier pic x(3).
               03      pic x.
               03 sk-cost pic 9(2)v999.

      **** menuFile section - F(lavor)/C(ontainer)/T(opping)/X(tra ****
      **** scoop price), code, name and unit price ****
               03 sh-counted pic 9(5)v99.
               03      pic x.
               03 sh-overShort pic s9(5)v99 sign leading separate.

      **** ticketCtl section ****
       fd ticketCtl.
           01 ticketCtlRec pic 9(6).

      **** mgrCodeFile section ****
       fd mgrCodeFile.
           01 mgrCodeRec pic x(8).

      **** giftFile section - layout must match giftmaint.cbl.      ****
      **** A(ctive) or L(ost); a lost card's gc-link is the card   ****
      **** that replaced it, a reissued card's the one it replaces **
       fd giftFile.
           01 giftRec.
               03 gc-card pic 9(6).
               03      pic x.
               03 gc-status pic x(1).
               03      pic x.
               03 gc-balance pic 9(4)v99.
               03      pic x.
               03 gc-amount pic 9(4)v99.
               03      pic x.
               03 gc-sold pic 9(8).
               03      pic x.
               03 gc-cashier pic x(8).
               03      pic x.
               03 gc-link pic 9(6).

      **** giftCtl section ****
       fd giftCtl.
           01 giftCtlRec pic 9(6).

      **** empFile section - layout must match empmaint.cbl ****
       fd empFile.
           01 empRec.
               03 em-id pic x(8).
               03      pic x.
               03 em-name pic x(20).
               03      pic x.
               03 em-rate pic 9(2)v99.
               03      pic x.
               03 em-status pic x(1).

      **** clockFile section - layout must match empmaint.cbl.      ****
      **** I(n) or O(ut), and R(egister) or M(anager correction) ****
       fd clockFile.
           01 clockRec.
               03 tc-id pic x(8).
               03      pic x.
               03 tc-type pic x(1).
               03      pic x.
               03 tc-date pic 9(8).
               03      pic x.
               03 tc-time pic 9(6).
               03      pic x.
               03 tc-source pic x(1).
       WORKING-STORAGE SECTION.
       01 taxRateFile-Status pic xx.
       01 stockFile-Status pic xx.
       01 ticketCtl-Status pic xx.
       01 mgrCodeFile-Status pic xx.
       01 giftCtl-Status pic xx.
      **** Line/Page Count ****
       01 lnCnt pic 99.
       01 pg-in pic 9999.
      **** Widened to match the other session-long accumulators        *
      *    (chAmt, stAmt, etc.) - pic 9v99 overflowed after only a few   *
      *    orders once req028's multi-scoop/topping pricing shipped      *
      **** Signed - a VOID or REFUND backs its order out again ****
       01 tot-in pic s9(4)v99 VALUE ZEROES.

      **** Sales tax rate and computed amounts - taxRate defaults to  ****
      **** 7% and is overridden by taxrate.dat, if present, at        *
      *    INITFILE time, the same externalize-with-fallback pattern    *
      *    call10 uses for polrate.dat/PT-DEFRATE                       *
       01 taxRate pic v99 VALUE .07.
       01 taxAmt pic s9(4)v99 VALUE ZEROES.
       01 grandTotal pic s9(5)v99 VALUE ZEROES.

      **** Scoop and topping pricing ****
       01 scoopPrice pic 9v99.
       01 total.
           10      pic x(58).
           10      pic x(11) VALUE "Subtotal: $".
           10 totOut pic -ZZZ9.99.

       01 taxLine.
           10      pic x(58).
           10      pic x(11) VALUE "Sales Tax:".
           10      pic x VALUE "$".
           10 taxOut pic -ZZZ9.99.

       01 grandTotalLine.
           10      pic x(58).
           10      pic x(6) VALUE "Total:".
           10      pic x VALUE "$".
           10 grandTotOut pic -ZZZZ9.99.
      ******** End of Report Values ********

      **** Daily sales-summary counters, by flavor and container - ***
      **** signed, a refund of an earlier day's ticket can take    ****
      **** one below zero ****
       01 chCount pic s9(4) VALUE ZEROES.
       01 chAmt pic s9(4)v99 VALUE ZEROES.
       01 stCount pic s9(4) VALUE ZEROES.
       01 stAmt pic s9(4)v99 VALUE ZEROES.
       01 vnCount pic s9(4) VALUE ZEROES.
       01 vnAmt pic s9(4)v99 VALUE ZEROES.
       01 shCount pic s9(4) VALUE ZEROES.
       01 shAmt pic s9(4)v99 VALUE ZEROES.
       01 othCount pic s9(4) VALUE ZEROES.
       01 othAmt pic s9(4)v99 VALUE ZEROES.

       01 coneCount pic s9(4) VALUE ZEROES.
       01 coneAmt pic s9(4)v99 VALUE ZEROES.
       01 bowlCount pic s9(4) VALUE ZEROES.
       01 bowlAmt pic s9(4)v99 VALUE ZEROES.

      **** Sales summary report lines ****
       01 summaryHead1.
       01 summaryLine.
           03 sum-label pic x(15).
           03      pic x(5).
           03 sum-count pic -ZZZ9.
           03      pic x(4).
           03      pic x VALUE "$".
           03 sum-amt pic -ZZZ9.99.

      **** In-memory menu, loaded from menu.dat (or seeded with   ****
      **** the old hardcoded prices when the file is missing) ****
               05 st-qty pic 9(4).
               05 st-reorder pic 9(4).
               05 st-supplier pic x(3).
               05 st-cost pic 9(2)v999.

       01 stockCount pic 99 VALUE ZEROES.
       01 sk-idx pic 99.
      **** Cash actually collected - the sum of the per-order      ****
      **** totals as tendered, which the close-out tax line can    ****
      **** differ from by rounding pennies ****
      **** VOIDs and REFUNDs pay cash back out of it ****
       01 dayCash pic s9(5)v99 VALUE ZEROES.
       01 overShort pic s9(5)v99.
       01 payOK pic x.


       01 zSalesLine.
           03      pic x(17) VALUE "TAXED SALES:     ".
           03 z-sales pic -ZZZZ9.99.

       01 zExpectLine.
           03      pic x(17) VALUE "EXPECTED DRAWER: ".
           03      pic x(17) VALUE "OVER/(SHORT):    ".
           03 z-overShort pic -ZZZZ9.99.

      **** Ticket numbering - shiftFirst is the last ticket issued ***
      **** before this shift opened, so a VOID can be held to the  ****
      **** shift's own tickets ****
       01 lastTicket pic 9(6) VALUE ZEROES.
       01 shiftFirst pic 9(6) VALUE ZEROES.
       01 stampDate pic 9(8).
       01 stampTime.
           03 stampHHMMSS pic 9(6).
           03      pic 99.

      **** Printed ahead of each order's lines - the receipt stamp ***
       01 ticketLine.
           03      pic x(7) VALUE "TICKET ".
           03 tl-num pic 9(6).
           03      pic x(2).
           03 tl-date pic 9999/99/99.
           03      pic x(1).
           03 tl-time pic 99B99B99.
           03      pic x(2).
           03      pic x(8) VALUE "CASHIER ".
           03 tl-cashier pic x(8).

      **** VOID / REFUND entry fields ****
       01 mgrCode pic x(8) VALUE SPACES.
       01 mgrIn pic x(8).
       01 mgrOK pic x.
       01 revType pic x(1).
       01 revTicket pic 9(6).
       01 tkFound pic x.
       01 tkReversed pic x.
       01 cremeEOF pic x.
       01 origRec pic x(85).

       01 reversalLine.
           03 rl-type pic x(6).
           03      pic x(1).
           03      pic x(7) VALUE "TICKET ".
           03 rl-num pic 9(6).
           03      pic x(4) VALUE " OF ".
           03 rl-orig pic 9(6).
           03      pic x(2).
           03 rl-flav pic x(10).
           03      pic x(13).
           03      pic x(1) VALUE "$".
           03 rl-amt pic -ZZZ9.99.

      **** This shift's VOIDs and REFUNDs, for the by-cashier list  ***
      **** at SHIFT-CLOSE - rv-cashier is the cashier who rang the ****
      **** original ticket ****
       01 RevTable.
           03 RevEntry OCCURS 100 TIMES.
               05 rv-type pic x(1).
               05 rv-ticket pic 9(6).
               05 rv-orig pic 9(6).
               05 rv-cashier pic x(8).
               05 rv-amt pic 9(4)v99.

       01 revCount pic 9(3) VALUE ZEROES.
       01 rv-idx pic 9(3).
       01 rv-scan pic 9(3).
       01 rv-first pic x.
       01 rvVoidCount pic 9(3).
       01 rvVoidAmt pic 9(5)v99.
       01 rvRefCount pic 9(3).
       01 rvRefAmt pic 9(5)v99.

       01 revHead pic x(30) VALUE "VOIDS AND REFUNDS BY CASHIER".

       01 revColHead.
           03      pic x(10) VALUE "CASHIER".
           03      pic x(8) VALUE "TYPE".
           03      pic x(8) VALUE "TICKET".
           03      pic x(10) VALUE "ORIGINAL".
           03      pic x(8) VALUE "AMOUNT".

       01 revDetail.
           03 rd-cashier pic x(8).
           03      pic x(2).
           03 rd-type pic x(6).
           03      pic x(2).
           03 rd-ticket pic 9(6).
           03      pic x(2).
           03 rd-orig pic 9(6).
           03      pic x(4).
           03 rd-amt pic ZZZ9.99.

       01 revTotLine.
           03      pic x(10).
           03 rt-voids pic ZZ9.
           03      pic x(10) VALUE " VOID(S) $".
           03 rt-voidAmt pic ZZZZ9.99.
           03      pic x(3).
           03 rt-refs pic ZZ9.
           03      pic x(12) VALUE " REFUND(S) $".
           03 rt-refAmt pic ZZZZ9.99.

       01 revNoneLine pic x(30) VALUE "NONE THIS SHIFT".

      **** Gift card table - loaded from giftcard.dat each time a  ****
      **** card is sold, tendered or credited back ****
       01 GiftTable.
           03 GiftEntry OCCURS 500 TIMES.
               05 gt-card pic 9(6).
               05 gt-status pic x(1).
               05 gt-balance pic 9(4)v99.
               05 gt-amount pic 9(4)v99.
               05 gt-sold pic 9(8).
               05 gt-cashier pic x(8).
               05 gt-link pic 9(6).

       01 giftCount pic 9(3) VALUE ZEROES.
       01 gt-idx pic 9(3).
       01 gt-found pic 9(3).
       01 giftEOF pic x.
       01 lastCard pic 9(6) VALUE ZEROES.
       01 giftIn pic 9(6).
       01 giftAmt pic 9(4)v99.
       01 cardApplied pic 9(4)v99.
       01 cashDue pic 9(4)v99.
       01 giftDis pic ZZZ9.99.
       01 balDis pic ZZZ9.99.

      **** Gift cards are a liability, not a sale - kept apart from ***
      **** dayCash and the sales totals, and out of the tax ****
       01 giftSoldCount pic 9(3) VALUE ZEROES.
       01 giftSoldAmt pic 9(5)v99 VALUE ZEROES.
       01 giftRedeemAmt pic s9(5)v99 VALUE ZEROES.

       01 giftSaleLine.
           03      pic x(10) VALUE "GIFT CARD ".
           03 gs-card pic 9(6).
           03      pic x(7) VALUE "  SOLD ".
           03      pic x(52).
           03      pic x(1) VALUE "$".
           03 gs-amt pic ZZZ9.99.

       01 giftTenderLine.
           03      pic x(23).
           03      pic x(10) VALUE "GIFT CARD ".
           03 gd-card pic 9(6).
           03      pic x(11) VALUE "  BALANCE $".
           03 gd-bal pic ZZZ9.99.
           03      pic x(10).
           03      pic x(1) VALUE "-".
           03 gd-amt pic ZZZ9.99.

       01 zGiftTendLine.
           03      pic x(17) VALUE "GIFT TENDERED:   ".
           03 z-giftTend pic -ZZZZ9.99.

       01 zCashSalesLine.
           03      pic x(17) VALUE "CASH SALES:      ".
           03 z-cashSales pic -ZZZZ9.99.

       01 zGiftSoldLine.
           03      pic x(17) VALUE "GIFT CARDS SOLD: ".
           03 z-giftSold pic ZZZZZ9.99.
           03      pic x(3) VALUE "  (".
           03 z-giftCount pic ZZ9.
           03      pic x(7) VALUE " CARDS)".

      **** Time clock entry fields ****
       01 punchType pic x(1).
       01 punchID pic x(8).
       01 punchName pic x(20).
       01 empFound pic x.
       01 empEOF pic x.
       01 clockEOF pic x.
       01 lastPunchType pic x(1).
       01 lastPunchTime pic 9(6).
       01 punchTimeDis pic 99B99B99.

      **** Receiving entry fields, for deliveries ****
       01 recvKind pic x(1).
       01 recvCode pic x(2).
               MOVE "N" to flavOK
               PERFORM UNTIL flavOK = "Y"
                   DISPLAY "Select your Flavor"
                       " Order (R to receive a delivery,"
                       " VD to void, RF to refund, GC to sell a gift"
                       " card, CI/CO to clock in/out):"
                   PERFORM SHOW-MENU-FLAVORS
                   PERFORM SHOW-SOLDOUT
                   ACCEPT flav-in

                   IF flav-in = "R"
                       PERFORM RECEIVE-STOCK
      **** A mis-rung order is voided, a returned one refunded -   ****
      **** both under the manager's code ****
                   ELSE IF flav-in = "VD"
                       MOVE "V" to revType
                       PERFORM REVERSE-TICKET
                   ELSE IF flav-in = "RF"
                       MOVE "R" to revType
                       PERFORM REVERSE-TICKET
                   ELSE IF flav-in = "GC"
                       PERFORM SELL-GIFT-CARD
                   ELSE IF flav-in = "CI"
                       MOVE "I" to punchType
                       PERFORM CLOCK-PUNCH
                   ELSE IF flav-in = "CO"
                       MOVE "O" to punchType
                       PERFORM CLOCK-PUNCH
                   ELSE
      **** Flavors come off the loaded menu now, so one added      ****
      **** through MENU-MAINT sells without a recompile ****
               END-IF
               ADD toppingPrice to unPrice-in

               PERFORM STAMP-TICKET
               PERFORM TAKE-STOCK
               PERFORM TAKE-PAYMENT
               PERFORM TAKE-LOYALTY
               CLOSE taxRateFile
           END-IF

           OPEN INPUT mgrCodeFile
           IF mgrCodeFile-Status = "00"
               READ mgrCodeFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE mgrCodeRec to mgrCode
               END-READ
               CLOSE mgrCodeFile
           END-IF

           PERFORM READ-TICKET-CTL
           MOVE lastTicket to shiftFirst

           ACCEPT wsdate FROM DATE
           MOVE mm to mm-out
           MOVE yy to yy-out
                           MOVE sk-reorder to st-reorder(stockCount)
                           MOVE sk-supplier
                               to st-supplier(stockCount)
                           IF sk-cost NUMERIC
                               MOVE sk-cost to st-cost(stockCount)
                           ELSE
                               MOVE ZEROES to st-cost(stockCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE 100 to st-qty(sk-idx)
               MOVE 20 to st-reorder(sk-idx)
               MOVE SPACES to st-supplier(sk-idx)
               MOVE ZEROES to st-cost(sk-idx)
           END-PERFORM
           ADD 1 to stockCount
           MOVE "T" to st-kind(5)
               MOVE 50 to st-qty(sk-idx)
               MOVE 10 to st-reorder(sk-idx)
               MOVE SPACES to st-supplier(sk-idx)
               MOVE ZEROES to st-cost(sk-idx)
           END-PERFORM.

      **** Leaves sk-found at the stock entry for flav-in, zero    ****
           END-IF

           MOVE unPrice-in to pointsEarned
           MOVE memberIn to tk-member
           MOVE pointsEarned to tk-points
           ADD pointsEarned to ly-points(ly-found)
           ADD pointsEarned to ly-earned(ly-found)
           DISPLAY ly-name(ly-found) " earned " pointsEarned
           IF ly-points(ly-found) >= loyalThresh
               SUBTRACT loyalThresh FROM ly-points(ly-found)
               ADD 1 to ly-redeemed(ly-found)
               MOVE "Y" to tk-free
               WRITE printRec FROM freeScoopLine
                   AFTER ADVANCING 1 LINES
               DISPLAY "Full card! Free scoop redeemed - balance "
               MOVE st-qty(sk-idx) to sk-qty
               MOVE st-reorder(sk-idx) to sk-reorder
               MOVE st-supplier(sk-idx) to sk-supplier
               MOVE st-cost(sk-idx) to sk-cost
               WRITE stockRec
           END-PERFORM
           CLOSE stockFile.
           COMPUTE orderTax ROUNDED = unPrice-in * taxRate
           COMPUTE orderTotal = unPrice-in + orderTax
           MOVE orderTotal to orderTotalDis
           DISPLAY "Order total with tax: $" orderTotalDis
           MOVE orderTotal to cashDue
           PERFORM TAKE-GIFT-TENDER
           PERFORM TAKE-CASH
           MOVE orderTotal to tk-total
           ADD orderTotal to dayCash.

      **** Cash for whatever is left in cashDue, with change ****
       TAKE-CASH.
           MOVE ZEROES to changeDue
           IF cashDue > ZEROES
               MOVE "N" to payOK
               PERFORM UNTIL payOK = "Y"
                   DISPLAY "Cash tendered:"
                   ACCEPT tendered
                   IF tendered < cashDue
                       DISPLAY "Error, that doesn't cover the order"
                   ELSE
                       MOVE "Y" to payOK
                   END-IF
               END-PERFORM
               COMPUTE changeDue = tendered - cashDue
           END-IF
           MOVE changeDue to changeDis
           DISPLAY "Change due: $" changeDis.

      **** A gift card pays what its balance covers - anything it  ****
      **** doesn't is left in cashDue for TAKE-CASH (split tender) **
       TAKE-GIFT-TENDER.
           DISPLAY "Gift card number (0 for cash):"
           ACCEPT giftIn
           IF giftIn = ZEROES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GIFT
           PERFORM FIND-GIFT
           IF gt-found = ZEROES
               DISPLAY "Error, no such gift card - taking cash"
               EXIT PARAGRAPH
           END-IF
           IF gt-status(gt-found) = "L"
               DISPLAY "Error, card was reported lost - reissued as "
                   gt-link(gt-found) " - taking cash"
               EXIT PARAGRAPH
           END-IF
           IF gt-balance(gt-found) = ZEROES
               DISPLAY "Error, no balance left on the card - taking "
                   "cash"
               EXIT PARAGRAPH
           END-IF

           IF gt-balance(gt-found) < cashDue
               MOVE gt-balance(gt-found) to cardApplied
           ELSE
               MOVE cashDue to cardApplied
           END-IF
           SUBTRACT cardApplied FROM gt-balance(gt-found) cashDue
           PERFORM SAVE-GIFT
           MOVE giftIn to tk-card
           MOVE cardApplied to tk-cardAmt
           ADD cardApplied to giftRedeemAmt

           MOVE giftIn to gd-card
           MOVE gt-balance(gt-found) to gd-bal balDis
           MOVE cardApplied to gd-amt giftDis
           WRITE printRec FROM giftTenderLine AFTER ADVANCING 1 LINES
           ADD 1 to lnCnt
           DISPLAY "$" giftDis " taken from the card - balance left $"
               balDis
           IF cashDue > ZEROES
               MOVE cashDue to giftDis
               DISPLAY "Balance due in cash: $" giftDis
           END-IF.

      **** Sells a new card for cash - no tax and no sales totals, ***
      **** the money is owed back in ice cream ****
       SELL-GIFT-CARD.
           DISPLAY "Gift card amount:"
           ACCEPT giftAmt
           IF giftAmt = ZEROES
               DISPLAY "Error, a gift card needs an amount"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GIFT
           IF giftCount >= 500
               DISPLAY "Error, the gift card file is full"
               EXIT PARAGRAPH
           END-IF
           MOVE giftAmt to cashDue giftDis
           DISPLAY "Gift card total: $" giftDis
           PERFORM TAKE-CASH

           PERFORM READ-GIFT-CTL
           ADD 1 to lastCard
           PERFORM SAVE-GIFT-CTL
           ACCEPT stampDate FROM DATE YYYYMMDD
           ADD 1 to giftCount
           MOVE lastCard to gt-card(giftCount)
           MOVE "A" to gt-status(giftCount)
           MOVE giftAmt to gt-balance(giftCount) gt-amount(giftCount)
           MOVE stampDate to gt-sold(giftCount)
           MOVE cashierID to gt-cashier(giftCount)
           MOVE ZEROES to gt-link(giftCount)
           PERFORM SAVE-GIFT
           ADD 1 to giftSoldCount
           ADD giftAmt to giftSoldAmt

           MOVE lastCard to gs-card
           MOVE giftAmt to gs-amt
           WRITE printRec FROM giftSaleLine AFTER ADVANCING 2 LINES
           ADD 2 to lnCnt
           DISPLAY "Gift card " lastCard " issued for $" giftDis.

      **** A VOID or REFUND puts the card's share back on the card, **
      **** or on the card that replaced it if it was since lost ****
       CREDIT-GIFT.
           PERFORM LOAD-GIFT
           MOVE tk-card to giftIn
           PERFORM FIND-GIFT
           PERFORM UNTIL gt-found = ZEROES
                   OR gt-status(gt-found) NOT = "L"
               MOVE gt-link(gt-found) to giftIn
               PERFORM FIND-GIFT
           END-PERFORM
           MOVE tk-cardAmt to giftDis
           IF gt-found = ZEROES
               DISPLAY "Card " tk-card " no longer on file - pay the "
                   "$" giftDis " back in cash too"
               ADD tk-cardAmt to cashDue
               EXIT PARAGRAPH
           END-IF
           ADD tk-cardAmt to gt-balance(gt-found)
           PERFORM SAVE-GIFT
           SUBTRACT tk-cardAmt FROM giftRedeemAmt
           DISPLAY "$" giftDis " put back on gift card " giftIn.

      **** Leaves gt-found at the card numbered giftIn ****
       FIND-GIFT.
           MOVE ZEROES to gt-found
           PERFORM VARYING gt-idx FROM 1 BY 1
                   UNTIL gt-idx > giftCount
               IF gt-card(gt-idx) = giftIn
                   MOVE gt-idx to gt-found
               END-IF
           END-PERFORM.

       LOAD-GIFT.
           MOVE ZEROES to giftCount
           MOVE "N" to giftEOF
           OPEN INPUT giftFile
           PERFORM UNTIL giftEOF = "Y"
               READ giftFile
                   AT END
                       MOVE "Y" to giftEOF
                   NOT AT END
                       IF giftCount < 500
                           ADD 1 to giftCount
                           MOVE gc-card to gt-card(giftCount)
                           MOVE gc-status to gt-status(giftCount)
                           MOVE gc-balance to gt-balance(giftCount)
                           MOVE gc-amount to gt-amount(giftCount)
                           MOVE gc-sold to gt-sold(giftCount)
                           MOVE gc-cashier to gt-cashier(giftCount)
                           MOVE gc-link to gt-link(giftCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE giftFile.

       SAVE-GIFT.
           OPEN OUTPUT giftFile
           PERFORM VARYING gt-idx FROM 1 BY 1
                   UNTIL gt-idx > giftCount
               MOVE SPACES to giftRec
               MOVE gt-card(gt-idx) to gc-card
               MOVE gt-status(gt-idx) to gc-status
               MOVE gt-balance(gt-idx) to gc-balance
               MOVE gt-amount(gt-idx) to gc-amount
               MOVE gt-sold(gt-idx) to gc-sold
               MOVE gt-cashier(gt-idx) to gc-cashier
               MOVE gt-link(gt-idx) to gc-link
               WRITE giftRec
           END-PERFORM
           CLOSE giftFile.

      **** Last gift card number issued - read fresh before each   ****
      **** one, GIFT-MAINT issues numbers from it too ****
       READ-GIFT-CTL.
           OPEN INPUT giftCtl
           IF giftCtl-Status = "00"
               READ giftCtl
                   AT END continue
                   NOT AT END
                       MOVE giftCtlRec to lastCard
               END-READ
               CLOSE giftCtl
           END-IF.

       SAVE-GIFT-CTL.
           OPEN OUTPUT giftCtl
           MOVE lastCard to giftCtlRec
           WRITE giftCtlRec
           CLOSE giftCtl.

      **** Stamps the order about to be rung with the next ticket  ****
      **** number, the date, time and cashier, and prints the stamp ***
      **** at the head of its receipt lines ****
       STAMP-TICKET.
           PERFORM NEXT-TICKET
           MOVE "S" to tk-type
           MOVE cashierID to tk-cashier
           MOVE SPACES to tk-member tk-free
           MOVE ZEROES to tk-points tk-total tk-orig tk-card
               tk-cardAmt
           WRITE printRec FROM ticketLine AFTER ADVANCING 2 LINES
           ADD 2 to lnCnt
           DISPLAY "Ticket " tk-num.

      **** The number is saved as soon as it is issued so a restart **
      **** mid-shift can never hand the same ticket out twice ****
       NEXT-TICKET.
           ADD 1 to lastTicket
           PERFORM SAVE-TICKET-CTL
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           MOVE lastTicket to tk-num tl-num
           MOVE stampDate to tk-date tl-date
           MOVE stampHHMMSS to tk-time tl-time
           MOVE cashierID to tl-cashier.

      **** Last ticket number issued carries over between sessions **
       READ-TICKET-CTL.
           OPEN INPUT ticketCtl
           IF ticketCtl-Status = "00"
               READ ticketCtl
                   AT END continue
                   NOT AT END
                       MOVE ticketCtlRec to lastTicket
               END-READ
               CLOSE ticketCtl
           END-IF.

       SAVE-TICKET-CTL.
           OPEN OUTPUT ticketCtl
           MOVE lastTicket to ticketCtlRec
           WRITE ticketCtlRec
           CLOSE ticketCtl.

      **** VOID (revType V) takes back a ticket rung this shift,   ****
      **** REFUND (revType R) one from any earlier sale. Either    ****
      **** needs the manager's code, backs the order out of the    ****
      **** sales totals and the member's points, pays the total    ****
      **** back out of the drawer and goes on creme.txt as a       ****
      **** ticket of its own. Only a VOID puts the stock back -    ****
      **** refunded ice cream has already left the shop ****
       REVERSE-TICKET.
           IF mgrCode = SPACES
               DISPLAY "Error, no manager code on file - nothing can "
                   "be voided or refunded"
               EXIT PARAGRAPH
           END-IF
           IF revCount >= 100
               DISPLAY "Error, no more voids or refunds this shift"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ticket number:"
           ACCEPT revTicket
           PERFORM FIND-TICKET
           IF tkFound NOT = "Y"
               DISPLAY "Error, no such sale ticket on file"
               EXIT PARAGRAPH
           END-IF
           IF tkReversed = "Y"
               DISPLAY "Error, ticket " revTicket " has already been "
                   "voided or refunded"
               EXIT PARAGRAPH
           END-IF
           IF revType = "V" AND revTicket NOT > shiftFirst
               DISPLAY "Error, ticket " revTicket " is not from this "
                   "shift - RF refunds it"
               EXIT PARAGRAPH
           END-IF

           MOVE tk-total to orderTotalDis
           DISPLAY "Ticket " revTicket " " tk-cashier " "
               flav-name-in " $" orderTotalDis
           DISPLAY "Manager code:"
           ACCEPT mgrIn
           IF mgrIn NOT = mgrCode
               DISPLAY "Error, manager code not accepted"
               EXIT PARAGRAPH
           END-IF

           ADD 1 to revCount
           MOVE revType to rv-type(revCount)
           MOVE revTicket to rv-orig(revCount)
           MOVE tk-cashier to rv-cashier(revCount)
           MOVE tk-total to rv-amt(revCount)

           PERFORM BACK-OUT-SUMMARY
           PERFORM BACK-OUT-LOYALTY
           IF revType = "V"
               PERFORM PUT-BACK-STOCK
           END-IF
           SUBTRACT tk-total FROM dayCash
           COMPUTE cashDue = tk-total - tk-cardAmt
           IF tk-cardAmt > ZEROES
               PERFORM CREDIT-GIFT
           END-IF

           PERFORM NEXT-TICKET
           MOVE revType to tk-type
           MOVE cashierID to tk-cashier
           MOVE revTicket to tk-orig
           MOVE tk-num to rv-ticket(revCount)
           WRITE tempRec

           WRITE printRec FROM ticketLine AFTER ADVANCING 2 LINES
           IF revType = "V"
               MOVE "VOID" to rl-type
           ELSE
               MOVE "REFUND" to rl-type
           END-IF
           MOVE tk-num to rl-num
           MOVE revTicket to rl-orig
           MOVE flav-name-in to rl-flav
           COMPUTE rl-amt = 0 - tk-total
           WRITE printRec FROM reversalLine AFTER ADVANCING 1 LINES
           ADD 3 to lnCnt
           IF lnCnt > 50
               PERFORM ADDHEAD
           END-IF

           MOVE cashDue to orderTotalDis
           DISPLAY rl-type " ticket " tk-num " - pay back $"
               orderTotalDis " in cash".

      **** Leaves the sale ticket revTicket in tempRec with tkFound ***
      **** Y, and tkReversed Y when a VOID or REFUND already names ****
      **** it - creme.txt is reopened for EXTEND before returning ****
       FIND-TICKET.
           MOVE "N" to tkFound tkReversed cremeEOF
           CLOSE cremeFile
           OPEN INPUT cremeFile
           PERFORM UNTIL cremeEOF = "Y"
               READ cremeFile
                   AT END
                       MOVE "Y" to cremeEOF
                   NOT AT END
                       IF tk-type = "S" AND tk-num = revTicket
                           MOVE "Y" to tkFound
                           MOVE tempRec to origRec
                       END-IF
                       IF (tk-type = "V" OR tk-type = "R")
                           AND tk-orig = revTicket
                           MOVE "Y" to tkReversed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE cremeFile
           OPEN EXTEND cremeFile
           IF tkFound = "Y"
               MOVE origRec to tempRec
           END-IF.

      **** The MOVE-VAL totals for the order in tempRec, backed out ***
       BACK-OUT-SUMMARY.
           SUBTRACT unPrice-in FROM tot-in

           EVALUATE flav-in
               WHEN "CH"
                   SUBTRACT 1 FROM chCount
                   SUBTRACT unPrice-in FROM chAmt
               WHEN "S"
                   SUBTRACT 1 FROM stCount
                   SUBTRACT unPrice-in FROM stAmt
               WHEN "V"
                   SUBTRACT 1 FROM vnCount
                   SUBTRACT unPrice-in FROM vnAmt
               WHEN "SH"
                   SUBTRACT 1 FROM shCount
                   SUBTRACT unPrice-in FROM shAmt
               WHEN OTHER
                   SUBTRACT 1 FROM othCount
                   SUBTRACT unPrice-in FROM othAmt
           END-EVALUATE

           PERFORM FIND-MENU-CONTAINER
           IF mn-found NOT = ZEROES
               EVALUATE mn-name(mn-found)
                   WHEN "Cone"
                       SUBTRACT 1 FROM coneCount
                       SUBTRACT unPrice-in FROM coneAmt
                   WHEN "Bowl"
                       SUBTRACT 1 FROM bowlCount
                       SUBTRACT unPrice-in FROM bowlAmt
               END-EVALUATE
           END-IF.

      **** Takes the order's points back off the member, and gives ***
      **** back the full card when the order redeemed one ****
       BACK-OUT-LOYALTY.
           IF tk-member = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES to ly-found
           PERFORM VARYING ly-idx FROM 1 BY 1
                   UNTIL ly-idx > loyalCount
               IF ly-member(ly-idx) = tk-member
                   MOVE ly-idx to ly-found
               END-IF
           END-PERFORM
           IF ly-found = ZEROES
               DISPLAY "Member " tk-member " no longer on file - "
                   "points not backed out"
               EXIT PARAGRAPH
           END-IF

           IF tk-free = "Y"
               ADD loyalThresh to ly-points(ly-found)
               IF ly-redeemed(ly-found) > ZEROES
                   SUBTRACT 1 FROM ly-redeemed(ly-found)
               END-IF
           END-IF
           IF ly-points(ly-found) > tk-points
               SUBTRACT tk-points FROM ly-points(ly-found)
           ELSE
               MOVE ZEROES to ly-points(ly-found)
           END-IF
           IF ly-earned(ly-found) > tk-points
               SUBTRACT tk-points FROM ly-earned(ly-found)
           ELSE
               MOVE ZEROES to ly-earned(ly-found)
           END-IF
           DISPLAY ly-name(ly-found) " backed out " tk-points
               " point(s) - balance " ly-points(ly-found).

      **** A voided order's scoops and topping serving go back in  ****
      **** the tubs - the opposite of TAKE-STOCK ****
       PUT-BACK-STOCK.
           PERFORM FIND-FLAVOR
           IF sk-found NOT = ZEROES
               ADD scoop-in to st-qty(sk-found)
           END-IF
           PERFORM VARYING sk-idx FROM 1 BY 1
                   UNTIL sk-idx > stockCount
               IF st-kind(sk-idx) = "T"
                   AND st-code(sk-idx) = topping-in
                   ADD 1 to st-qty(sk-idx)
               END-IF
           END-PERFORM
           MOVE ZEROES to sk-found.

      **** Clock in (punchType I) or out (O) by employee ID. An     ***
      **** inactive or unknown ID is refused, as is a second clock  ***
      **** in or a clock out with nothing open today - those are   ****
      **** missed punches for a manager to correct in EMP-MAINT ****
       CLOCK-PUNCH.
           DISPLAY "Employee ID:"
           ACCEPT punchID
           MOVE "N" to empFound empEOF
           OPEN INPUT empFile
           PERFORM UNTIL empEOF = "Y"
               READ empFile
                   AT END
                       MOVE "Y" to empEOF
                   NOT AT END
                       IF em-id = punchID AND em-status = "A"
                           MOVE "Y" to empFound
                           MOVE em-name to punchName
                       END-IF
               END-READ
           END-PERFORM
           CLOSE empFile
           IF empFound NOT = "Y"
               DISPLAY "Error, no active employee " punchID
               EXIT PARAGRAPH
           END-IF

           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
      **** The latest punch today decides whether they are in - a  ****
      **** manager correction can land out of time order ****
           MOVE SPACE to lastPunchType
           MOVE ZEROES to lastPunchTime
           MOVE "N" to clockEOF
           OPEN INPUT clockFile
           PERFORM UNTIL clockEOF = "Y"
               READ clockFile
                   AT END
                       MOVE "Y" to clockEOF
                   NOT AT END
                       IF tc-id = punchID AND tc-date = stampDate
                           AND tc-time >= lastPunchTime
                           MOVE tc-type to lastPunchType
                           MOVE tc-time to lastPunchTime
                       END-IF
               END-READ
           END-PERFORM
           CLOSE clockFile
           MOVE lastPunchTime to punchTimeDis
           IF punchType = "I" AND lastPunchType = "I"
               DISPLAY "Error, " punchName " clocked in already at "
                   punchTimeDis
               EXIT PARAGRAPH
           END-IF
           IF punchType = "O" AND lastPunchType NOT = "I"
               DISPLAY "Error, " punchName " is not clocked in today "
                   "- see a manager"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND clockFile
           MOVE SPACES to clockRec
           MOVE punchID to tc-id
           MOVE punchType to tc-type
           MOVE stampDate to tc-date
           MOVE stampHHMMSS to tc-time
           MOVE "R" to tc-source
           WRITE clockRec
           CLOSE clockFile
           MOVE stampHHMMSS to punchTimeDis
           IF punchType = "I"
               DISPLAY punchName " clocked in at " punchTimeDis
           ELSE
               DISPLAY punchName " clocked out at " punchTimeDis
           END-IF.

      **** Shift close - the expected drawer is the opening amount ****
      **** plus the day's taxed sales, proven against counted cash ***
      **** Expected cash is built from what was actually collected ****
      **** per order - the close-out tax recomputation can differ  ****
      **** from the per-order rounded totals by pennies and would  ****
      **** manufacture phantom over/shorts. Gift cards tendered   ****
      **** paid for sales without cash, and cards sold put cash in ***
      **** without a sale ****
       SHIFT-CLOSE.
           COMPUTE expectedDrawer = openAmt + dayCash - giftRedeemAmt
               + giftSoldAmt
           DISPLAY "Counted drawer amount:"
           ACCEPT countedDrawer
           COMPUTE overShort = countedDrawer - expectedDrawer
           WRITE printRec FROM zOpenLine AFTER ADVANCING 1 LINES
           MOVE dayCash to z-sales
           WRITE printRec FROM zSalesLine AFTER ADVANCING 1 LINES
           MOVE giftRedeemAmt to z-giftTend
           WRITE printRec FROM zGiftTendLine AFTER ADVANCING 1 LINES
           COMPUTE z-cashSales = dayCash - giftRedeemAmt
           WRITE printRec FROM zCashSalesLine AFTER ADVANCING 1 LINES
           MOVE giftSoldAmt to z-giftSold
           MOVE giftSoldCount to z-giftCount
           WRITE printRec FROM zGiftSoldLine AFTER ADVANCING 1 LINES
           MOVE expectedDrawer to z-expected
           WRITE printRec FROM zExpectLine AFTER ADVANCING 1 LINES
           MOVE countedDrawer to z-counted
           WRITE printRec FROM zCountLine AFTER ADVANCING 1 LINES
           MOVE overShort to z-overShort
           WRITE printRec FROM zOverLine AFTER ADVANCING 1 LINES
           PERFORM REVERSAL-REPORT

           OPEN EXTEND shiftFile
           MOVE SPACES to shiftRec
           WRITE shiftRec
           CLOSE shiftFile.

      **** This shift's VOIDs and REFUNDs grouped by the cashier   ****
      **** who rang the original ticket, with each one's totals ****
       REVERSAL-REPORT.
           WRITE printRec FROM revHead AFTER ADVANCING 2 LINES
           IF revCount = ZEROES
               WRITE printRec FROM revNoneLine AFTER ADVANCING 1 LINES
               EXIT PARAGRAPH
           END-IF
           WRITE printRec FROM revColHead AFTER ADVANCING 1 LINES
           PERFORM VARYING rv-idx FROM 1 BY 1
                   UNTIL rv-idx > revCount
               MOVE "Y" to rv-first
               PERFORM VARYING rv-scan FROM 1 BY 1
                       UNTIL rv-scan >= rv-idx
                   IF rv-cashier(rv-scan) = rv-cashier(rv-idx)
                       MOVE "N" to rv-first
                   END-IF
               END-PERFORM
               IF rv-first = "Y"
                   PERFORM REVERSAL-CASHIER
               END-IF
           END-PERFORM.

      **** Every entry for rv-cashier(rv-idx) from its first on ****
       REVERSAL-CASHIER.
           MOVE ZEROES to rvVoidCount rvVoidAmt rvRefCount rvRefAmt
           PERFORM VARYING rv-scan FROM rv-idx BY 1
                   UNTIL rv-scan > revCount
               IF rv-cashier(rv-scan) = rv-cashier(rv-idx)
                   MOVE rv-cashier(rv-scan) to rd-cashier
                   IF rv-type(rv-scan) = "V"
                       MOVE "VOID" to rd-type
                       ADD 1 to rvVoidCount
                       ADD rv-amt(rv-scan) to rvVoidAmt
                   ELSE
                       MOVE "REFUND" to rd-type
                       ADD 1 to rvRefCount
                       ADD rv-amt(rv-scan) to rvRefAmt
                   END-IF
                   MOVE rv-ticket(rv-scan) to rd-ticket
                   MOVE rv-orig(rv-scan) to rd-orig
                   MOVE rv-amt(rv-scan) to rd-amt
                   WRITE printRec FROM revDetail
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           MOVE rvVoidCount to rt-voids
           MOVE rvVoidAmt to rt-voidAmt
           MOVE rvRefCount to rt-refs
           MOVE rvRefAmt to rt-refAmt
           WRITE printRec FROM revTotLine AFTER ADVANCING 1 LINES.

       MOVE-VAL.
           MOVE unPrice-in to unPrice-out
           ADD unPrice-in to tot-in
