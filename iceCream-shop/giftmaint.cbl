      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the CREAMERY gift card file giftcard.dat -
      *          balance inquiry for a customer at the counter, a list
      *          of the cards outstanding, and REISSUE for a lost card:
      *          its balance moves to a new card number (from
      *          giftnum.ctl, the number CREAMERY sells cards from) and
      *          the old card is marked lost so it can no longer be
      *          tendered. REISSUE needs the manager's code from
      *          mgrcode.dat, the same code VOID and REFUND take.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIFT-MAINT.
       ENVIRONMENT DIVISION.
       Input-output section.
           file-control.
      **** layout must match creamery.COB's giftRec ****
           select optional giftFile assign to 'giftcard.dat'
           organization is line sequential.

           select giftCtl assign to 'giftnum.ctl'
           organization is line sequential
           file status is giftCtl-Status.

           select mgrCodeFile assign to 'mgrcode.dat'
           organization is line sequential
           file status is mgrCodeFile-Status.

       DATA DIVISION.
       FILE SECTION.
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

       fd giftCtl.
           01 giftCtlRec pic 9(6).

       fd mgrCodeFile.
           01 mgrCodeRec pic x(8).

       WORKING-STORAGE SECTION.
       01 giftCtl-Status pic xx.
       01 mgrCodeFile-Status pic xx.
      **** Perform Stop Value ****
       01 perfStop pic x VALUE "N".
       01 giftEOF pic x VALUE "N".
       01 confirmRe pic x VALUE "N".

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
       01 oldFound pic 9(3).

       01 option pic x(7).
       01 giftIn pic 9(6).
       01 lastCard pic 9(6) VALUE ZEROES.
       01 sysdate8 pic 9(8).
       01 mgrCode pic x(8) VALUE SPACES.
       01 mgrIn pic x(8).
       01 outCount pic 9(3).
       01 outTotal pic 9(6)v99.
       01 balDis pic ZZZ9.99.
       01 totDis pic ZZZZZ9.99.

       01 listLine.
           03 ll-card pic 9(6).
           03      pic x(2).
           03 ll-status pic x(6).
           03      pic x(2).
           03      pic x(1) VALUE "$".
           03 ll-balance pic ZZZ9.99.
           03      pic x(5) VALUE "  of ".
           03      pic x(1) VALUE "$".
           03 ll-amount pic ZZZ9.99.
           03      pic x(7) VALUE "  sold ".
           03 ll-sold pic 9999/99/99.
           03      pic x(1).
           03 ll-cashier pic x(8).
           03      pic x(2).
           03 ll-linkText pic x(14).
           03 ll-link pic x(6).

       Procedure division.
       MAIN.
           DISPLAY "All Commands will be taken in ALL CAPS"
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

           PERFORM UNTIL perfStop = "Y"
               DISPLAY "Would you like to INQUIRE, LIST, REISSUE "
                   "or QUIT"
               ACCEPT option
               IF option = "INQUIRE" THEN
                   PERFORM INQUIRE-CARD
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-CARDS
               ELSE IF option = "REISSUE" THEN
                   PERFORM REISSUE-CARD
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to perfStop
               END-IF
           END-PERFORM
           STOP RUN.

      **** Read fresh for every option - CREAMERY rewrites the file ***
      **** as cards are sold and tendered during the shift ****
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

      **** Leaves gt-found at the card numbered giftIn ****
       FIND-GIFT.
           MOVE ZEROES to gt-found
           PERFORM VARYING gt-idx FROM 1 BY 1
                   UNTIL gt-idx > giftCount
               IF gt-card(gt-idx) = giftIn
                   MOVE gt-idx to gt-found
               END-IF
           END-PERFORM.

       SHOW-CARD.
           MOVE SPACES to ll-linkText ll-link
           MOVE gt-card(gt-idx) to ll-card
           IF gt-status(gt-idx) = "L"
               MOVE "LOST" to ll-status
               MOVE "replaced by " to ll-linkText
               MOVE gt-link(gt-idx) to ll-link
           ELSE
               MOVE "ACTIVE" to ll-status
               IF gt-link(gt-idx) NOT = ZEROES
                   MOVE "reissue of " to ll-linkText
                   MOVE gt-link(gt-idx) to ll-link
               END-IF
           END-IF
           MOVE gt-balance(gt-idx) to ll-balance
           MOVE gt-amount(gt-idx) to ll-amount
           MOVE gt-sold(gt-idx) to ll-sold
           MOVE gt-cashier(gt-idx) to ll-cashier
           DISPLAY listLine.

       INQUIRE-CARD.
           DISPLAY "Gift card number:"
           ACCEPT giftIn
           PERFORM LOAD-GIFT
           PERFORM FIND-GIFT
           IF gt-found = ZEROES
               DISPLAY "Error, no such gift card"
           ELSE
               MOVE gt-found to gt-idx
               PERFORM SHOW-CARD
           END-IF.

      **** Every card with money still on it, and what the shop    ****
      **** owes on them in total ****
       LIST-CARDS.
           PERFORM LOAD-GIFT
           MOVE ZEROES to outCount outTotal
           PERFORM VARYING gt-idx FROM 1 BY 1
                   UNTIL gt-idx > giftCount
               IF gt-status(gt-idx) NOT = "L"
                   AND gt-balance(gt-idx) > ZEROES
                   PERFORM SHOW-CARD
                   ADD 1 to outCount
                   ADD gt-balance(gt-idx) to outTotal
               END-IF
           END-PERFORM
           MOVE outTotal to totDis
           DISPLAY outCount " card(s) outstanding - $" totDis
               " owed on them".

      **** The lost card's balance moves to a new number and the   ****
      **** old one is marked lost, each pointing at the other ****
       REISSUE-CARD.
           IF mgrCode = SPACES
               DISPLAY "Error, no manager code on file - cards "
                   "cannot be reissued"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lost gift card number:"
           ACCEPT giftIn
           PERFORM LOAD-GIFT
           PERFORM FIND-GIFT
           IF gt-found = ZEROES
               DISPLAY "Error, no such gift card"
               EXIT PARAGRAPH
           END-IF
           IF gt-status(gt-found) = "L"
               DISPLAY "Error, card was already reissued as "
                   gt-link(gt-found)
               EXIT PARAGRAPH
           END-IF
           IF gt-balance(gt-found) = ZEROES
               DISPLAY "Error, nothing left on the card to reissue"
               EXIT PARAGRAPH
           END-IF
           IF giftCount >= 500
               DISPLAY "Error, the gift card file is full"
               EXIT PARAGRAPH
           END-IF
           MOVE gt-found to gt-idx
           PERFORM SHOW-CARD
           MOVE SPACE to confirmRe
           PERFORM UNTIL confirmRe = "Y" OR confirmRe = "N"
               DISPLAY "Reissue this card's balance on a new card "
                   "(Y/N):"
               ACCEPT confirmRe
               IF confirmRe NOT = "Y" AND confirmRe NOT = "N"
                   DISPLAY "Error, please enter Y or N"
               END-IF
           END-PERFORM
           IF confirmRe = "N"
               DISPLAY "Reissue Cancelled"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Manager code:"
           ACCEPT mgrIn
           IF mgrIn NOT = mgrCode
               DISPLAY "Error, manager code not accepted"
               EXIT PARAGRAPH
           END-IF

           MOVE gt-found to oldFound
           PERFORM READ-GIFT-CTL
           ADD 1 to lastCard
           PERFORM SAVE-GIFT-CTL
           ACCEPT sysdate8 FROM DATE YYYYMMDD
           ADD 1 to giftCount
           MOVE lastCard to gt-card(giftCount)
           MOVE "A" to gt-status(giftCount)
           MOVE gt-balance(oldFound) to gt-balance(giftCount)
           MOVE gt-amount(oldFound) to gt-amount(giftCount)
           MOVE sysdate8 to gt-sold(giftCount)
           MOVE "REISSUE" to gt-cashier(giftCount)
           MOVE gt-card(oldFound) to gt-link(giftCount)

           MOVE "L" to gt-status(oldFound)
           MOVE ZEROES to gt-balance(oldFound)
           MOVE lastCard to gt-link(oldFound)
           PERFORM SAVE-GIFT
           MOVE gt-balance(giftCount) to balDis
           DISPLAY "Card " gt-card(oldFound) " marked lost - $" balDis
               " reissued on card " lastCard.

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

       END PROGRAM GIFT-MAINT.
