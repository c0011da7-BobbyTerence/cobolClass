      *          point, and prints the POs. RECEIVE posts a delivery's
      *          quantities back into stock.dat item by item, flags
      *          short shipments, and closes the PO lines that came in
      *          full. Open orders live on po.dat. Each line received
      *          also takes the delivery's price per scoop or serving,
      *          which becomes the item's unit cost on stock.dat for
      *          MARGIN-RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               03 sk-reorder pic 9(4).
               03      pic x.
               03 sk-supplier pic x(3).
               03      pic x.
               03 sk-cost pic 9(2)v999.

       fd suppFile.
           01 suppRec.
               05 st-qty pic 9(4).
               05 st-reorder pic 9(4).
               05 st-supplier pic x(3).
               05 st-cost pic 9(2)v999.

       01 stockCount pic 99 VALUE ZEROES.
       01 sk-idx pic 99.
      **** RECEIVE entry fields ****
       01 recvPoNum pic 9(5).
       01 recvQty pic 9(4).
       01 recvCost pic 9(2)v999.
       01 costDis pic Z9.999.
       01 recvItems pic 9(3).
       01 shortCount pic 9(3).
       01 stillDue pic s9(5).
               ADD recvQty to st-qty(sk-found)
               DISPLAY st-name(sk-found) " now at "
                   st-qty(sk-found) " on hand"
      **** The price on this receipt is the item's unit cost from ****
      **** here on - zero keeps the cost already on file ****
               MOVE st-cost(sk-found) to costDis
               DISPLAY "Unit cost per scoop/serving on this delivery "
                   "(0 keeps " costDis "):"
               ACCEPT recvCost
               IF recvCost NOT = ZEROES
                   MOVE recvCost to st-cost(sk-found)
               END-IF
           ELSE
               DISPLAY "Warning, " pt-name(po-idx) " is no longer "
                   "a stock item - received but not posted"
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
               MOVE st-qty(sk-idx) to sk-qty
               MOVE st-reorder(sk-idx) to sk-reorder
               MOVE st-supplier(sk-idx) to sk-supplier
               MOVE st-cost(sk-idx) to sk-cost
               WRITE stockRec
           END-PERFORM
           CLOSE stockFile.
