      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: CREAMERY gross margin report - which flavors,
      *          containers and toppings make money. Reads the
      *          ticketed orders on creme.txt for a date range and
      *          prints units sold, revenue, ingredient cost and gross
      *          margin per menu item, VOIDs and REFUNDs backed out.
      *          Cost is each item's recipe (recipe.dat, kept by
      *          RECIPE-MAINT) priced at the stock.dat unit costs
      *          PO-SYS takes off each receipt. An order's unit price
      *          is split the way the menu builds it - every scoop at
      *          the extra-scoop price to its flavor, the topping at
      *          its price, the rest to the container. A second
      *          section prices today's menu against today's costs.
      *          Anything under the target margin (margin.dat, a
      *          single line, e.g. "65" for 65%) is flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-RPT.
       ENVIRONMENT DIVISION.
       Input-output section.
           file-control.
      **** layout must match creamery.COB's tempRec ****
           select optional cremeFile assign to 'creme.txt'
           organization is sequential.

      **** layout must match creamery.COB's menuRec ****
           select optional menuFile assign to 'menu.dat'
           organization is line sequential.

      **** layout must match creamery.COB's stockRec ****
           select optional stockFile assign to 'stock.dat'
           organization is line sequential.

      **** layout must match recipemaint.cbl's recipeRec ****
           select optional recipeFile assign to 'recipe.dat'
           organization is line sequential.

      **** Target gross margin - the taxrate.dat single-line,       ****
      **** default-when-missing pattern ****
           select marginFile assign to 'margin.dat'
           organization is line sequential
           file status is marginFile-Status.

           select marginRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
       fd cremeFile.
           01 tempRec.
               03 tk-num pic 9(6).
               03 tk-type pic x(1).
               03 tk-date pic 9(8).
               03 tk-time pic 9(6).
               03 tk-cashier pic x(8).
               03 cont-in pic x(4).
               03 flav-in pic xx.
               03 flav-name-in pic x(10).
               03 scoop-in pic 9.
               03 topping-in pic x(2).
               03 unPrice-in pic 9v99.
               03 tk-total pic 9(4)v99.
               03 tk-member pic x(6).
               03 tk-points pic 9(3).
               03 tk-free pic x(1).
               03 tk-orig pic 9(6).
               03 tk-card pic 9(6).
               03 tk-cardAmt pic 9(4)v99.

       fd menuFile.
           01 menuRec.
               03 mu-kind pic x(1).
               03      pic x.
               03 mu-code pic x(2).
               03      pic x.
               03 mu-name pic x(10).
               03      pic x.
               03 mu-price pic 9v99.

       fd stockFile.
           01 stockRec.
               03 sk-kind pic x(1).
               03      pic x.
               03 sk-code pic x(2).
               03      pic x.
               03 sk-name pic x(10).
               03      pic x.
               03 sk-qty pic 9(4).
               03      pic x.
               03 sk-reorder pic 9(4).
               03      pic x.
               03 sk-supplier pic x(3).
               03      pic x.
               03 sk-cost pic 9(2)v999.

       fd recipeFile.
           01 recipeRec.
               03 rc-mKind pic x(1).
               03      pic x.
               03 rc-mCode pic x(2).
               03      pic x.
               03 rc-sKind pic x(1).
               03      pic x.
               03 rc-sCode pic x(2).
               03      pic x.
               03 rc-qty pic 9v99.

       fd marginFile.
           01 marginRec pic 99.

       fd marginRep.
           01 printRec pic x(132).

       WORKING-STORAGE SECTION.
       01 marginFile-Status pic xx.
       01 cremeEOF pic x VALUE "N".
       01 menuEOF pic x VALUE "N".
       01 stockEOF pic x VALUE "N".
       01 recipeEOF pic x VALUE "N".
       01 dateOK pic x VALUE "N".

      **** Target gross margin percent - 65% unless margin.dat says **
       01 targetPct pic 99 VALUE 65.
       01 fromDate pic 9(8).
       01 toDate pic 9(8).
       01 orderCount pic 9(5) VALUE ZEROES.
       01 revCount pic 9(5) VALUE ZEROES.

      **** The per-scoop price from the menu's X item ****
       01 extraScoopPrice pic 9v99 VALUE .75.

      **** One row per menu item, plus Other for flavors rung by   ****
      **** name. it-unitCost is the recipe priced at today's stock ***
      **** costs - per scoop for a flavor ****
       01 ItemTable.
           03 ItemEntry OCCURS 25 TIMES.
               05 it-kind pic x(1).
               05 it-code pic x(2).
               05 it-name pic x(10).
               05 it-price pic 9v99.
               05 it-unitCost pic 9(2)v999.
               05 it-units pic s9(5).
               05 it-rev pic s9(5)v99.
               05 it-cost pic s9(5)v999.

       01 itemCount pic 99 VALUE ZEROES.
       01 it-idx pic 99.
       01 it-found pic 99.
       01 flavRow pic 99.
       01 contRow pic 99.
       01 topRow pic 99.

       01 StockTable.
           03 StockEntry OCCURS 12 TIMES.
               05 st-kind pic x(1).
               05 st-code pic x(2).
               05 st-cost pic 9(2)v999.

       01 stockCount pic 99 VALUE ZEROES.
       01 sk-idx pic 99.

       01 RecipeTable.
           03 RecipeEntry OCCURS 60 TIMES.
               05 rt-mKind pic x(1).
               05 rt-mCode pic x(2).
               05 rt-sKind pic x(1).
               05 rt-sCode pic x(2).
               05 rt-qty pic 9v99.

       01 recipeCount pic 99 VALUE ZEROES.
       01 rt-idx pic 99.
       01 rt-lines pic 99.

      **** Order split and costing work fields ****
       01 ordSign pic s9.
       01 flavRev pic 9(2)v99.
       01 topRev pic 9v99.
       01 contRev pic 9v99.
       01 findKind pic x(1).
       01 findCode pic x(2).
       01 rowPrice pic s9(3)v99.
       01 rowMargin pic s9(5)v999.
       01 rowPct pic s9(5)v9.
       01 pctBase pic s9(5)v99.
       01 sectKind pic x(1).
       01 totUnits pic s9(5).
       01 totRev pic s9(5)v99.
       01 totCost pic s9(5)v999.

       01 reportHead.
           03      pic x(28) VALUE "GROSS MARGIN BY MENU ITEM - ".
           03 rh-from pic 9999/99/99.
           03      pic x(4) VALUE " TO ".
           03 rh-to pic 9999/99/99.

       01 targetLine.
           03      pic x(15) VALUE "TARGET MARGIN: ".
           03 tg-pct pic Z9.
           03      pic x(1) VALUE "%".
           03      pic x(4).
           03 tg-orders pic ZZZZ9.
           03      pic x(10) VALUE " ORDER(S),".
           03 tg-revs pic ZZZZ9.
           03      pic x(25) VALUE " VOID(S)/REFUND(S) IN RUN".

       01 sectLine.
           03 sc-text pic x(40).

       01 colHead.
           03      pic x(12) VALUE "Item".
           03      pic x(8) VALUE "   Units".
           03      pic x(12) VALUE "     Revenue".
           03      pic x(11) VALUE "       Cost".
           03      pic x(11) VALUE "     Margin".
           03      pic x(10) VALUE "    Margin".

       01 itemLine.
           03 il-name pic x(10).
           03      pic x(2).
           03 il-units pic -ZZZZ9.
           03      pic x(2).
           03 il-rev pic -ZZZZZ9.99.
           03      pic x(1).
           03 il-cost pic -ZZZZ9.99.
           03      pic x(1).
           03 il-margin pic -ZZZZ9.99.
           03      pic x(2).
           03 il-pct pic -ZZZZ9.9.
           03 il-pctSign pic x(1).
           03      pic x(2).
           03 il-flag pic x(16).

       01 priceHead.
           03      pic x(12) VALUE "Item".
           03      pic x(10) VALUE "     Price".
           03      pic x(11) VALUE "  Unit Cost".
           03      pic x(10) VALUE "    Margin".

       01 priceLine.
           03 pl-name pic x(10).
           03      pic x(2).
           03 pl-price pic -ZZZ9.99.
           03      pic x(3).
           03 pl-cost pic ZZ9.999.
           03      pic x(3).
           03 pl-pct pic -ZZZZ9.9.
           03 pl-pctSign pic x(1).
           03      pic x(2).
           03 pl-flag pic x(16).

       Procedure division.
       MAIN.
           PERFORM LOAD-MENU
           PERFORM LOAD-STOCK
           PERFORM LOAD-RECIPES
           PERFORM READ-TARGET
           PERFORM COST-ITEMS
           PERFORM GET-DATES
           PERFORM READ-ORDERS
           OPEN OUTPUT marginRep
           PERFORM PRINT-PERIOD
           PERFORM PRINT-CURRENT
           CLOSE marginRep
           DISPLAY orderCount " order(s) and " revCount
               " void(s)/refund(s) costed - see the print"
           STOP RUN.

      **** Menu items become the report rows - the X item only sets **
      **** the per-scoop price ****
       LOAD-MENU.
           OPEN INPUT menuFile
           PERFORM UNTIL menuEOF = "Y"
               READ menuFile
                   AT END
                       MOVE "Y" to menuEOF
                   NOT AT END
                       IF mu-kind = "X"
                           MOVE mu-price to extraScoopPrice
                       ELSE
                           IF itemCount < 24
                               ADD 1 to itemCount
                               MOVE mu-kind to it-kind(itemCount)
                               MOVE mu-code to it-code(itemCount)
                               MOVE mu-name to it-name(itemCount)
                               MOVE mu-price to it-price(itemCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE menuFile
           IF itemCount = ZEROES
               DISPLAY "menu.dat is empty or missing - run CREAMERY "
                   "once to seed it"
           END-IF
           ADD 1 to itemCount
           MOVE "F" to it-kind(itemCount)
           MOVE "O" to it-code(itemCount)
           MOVE "Other" to it-name(itemCount)
           MOVE ZEROES to it-price(itemCount)
           PERFORM VARYING it-idx FROM 1 BY 1
                   UNTIL it-idx > itemCount
               MOVE ZEROES to it-unitCost(it-idx) it-units(it-idx)
                   it-rev(it-idx) it-cost(it-idx)
           END-PERFORM.

       LOAD-STOCK.
           OPEN INPUT stockFile
           PERFORM UNTIL stockEOF = "Y"
               READ stockFile
                   AT END
                       MOVE "Y" to stockEOF
                   NOT AT END
                       IF stockCount < 12
                           ADD 1 to stockCount
                           MOVE sk-kind to st-kind(stockCount)
                           MOVE sk-code to st-code(stockCount)
                           IF sk-cost NUMERIC
                               MOVE sk-cost to st-cost(stockCount)
                           ELSE
                               MOVE ZEROES to st-cost(stockCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE stockFile.

       LOAD-RECIPES.
           OPEN INPUT recipeFile
           PERFORM UNTIL recipeEOF = "Y"
               READ recipeFile
                   AT END
                       MOVE "Y" to recipeEOF
                   NOT AT END
                       IF recipeCount < 60
                           ADD 1 to recipeCount
                           MOVE rc-mKind to rt-mKind(recipeCount)
                           MOVE rc-mCode to rt-mCode(recipeCount)
                           MOVE rc-sKind to rt-sKind(recipeCount)
                           MOVE rc-sCode to rt-sCode(recipeCount)
                           MOVE rc-qty to rt-qty(recipeCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE recipeFile.

       READ-TARGET.
           OPEN INPUT marginFile
           IF marginFile-Status = "00"
               READ marginFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF marginRec NUMERIC
                           MOVE marginRec to targetPct
                       END-IF
               END-READ
               CLOSE marginFile
           END-IF.

      **** Prices each row's recipe at today's stock costs. A      ****
      **** flavor or topping with no recipe lines uses one of its  ****
      **** own stock item, the same as CREAMERY's TAKE-STOCK ****
       COST-ITEMS.
           PERFORM VARYING it-idx FROM 1 BY 1
                   UNTIL it-idx > itemCount
               MOVE ZEROES to rt-lines
               PERFORM VARYING rt-idx FROM 1 BY 1
                       UNTIL rt-idx > recipeCount
                   IF rt-mKind(rt-idx) = it-kind(it-idx)
                       AND rt-mCode(rt-idx) = it-code(it-idx)
                       ADD 1 to rt-lines
                       PERFORM VARYING sk-idx FROM 1 BY 1
                               UNTIL sk-idx > stockCount
                           IF st-kind(sk-idx) = rt-sKind(rt-idx)
                               AND st-code(sk-idx) = rt-sCode(rt-idx)
                               COMPUTE it-unitCost(it-idx) ROUNDED =
                                   it-unitCost(it-idx)
                                   + rt-qty(rt-idx) * st-cost(sk-idx)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF rt-lines = ZEROES AND it-kind(it-idx) NOT = "C"
                   PERFORM VARYING sk-idx FROM 1 BY 1
                           UNTIL sk-idx > stockCount
                       IF st-kind(sk-idx) = it-kind(it-idx)
                           AND st-code(sk-idx) = it-code(it-idx)
                           MOVE st-cost(sk-idx) to it-unitCost(it-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       GET-DATES.
           PERFORM UNTIL dateOK = "Y"
               DISPLAY "From date (YYYYMMDD):"
               ACCEPT fromDate
               DISPLAY "To date (YYYYMMDD, 0 for today):"
               ACCEPT toDate
               IF toDate = ZEROES
                   ACCEPT toDate FROM DATE YYYYMMDD
               END-IF
               IF fromDate = ZEROES OR fromDate > toDate
                   DISPLAY "Error, the from date must be on or before "
                       "the to date"
               ELSE
                   MOVE "Y" to dateOK
               END-IF
           END-PERFORM.

      **** A sale adds to its rows, a VOID or REFUND in the range   ***
      **** takes the same amounts back off. Lines CREMECONV carried ***
      **** over from before the orders were ticketed have no type  ****
      **** or date and are passed over ****
       READ-ORDERS.
           OPEN INPUT cremeFile
           PERFORM UNTIL cremeEOF = "Y"
               READ cremeFile
                   AT END
                       MOVE "Y" to cremeEOF
                   NOT AT END
                       IF tk-date NUMERIC
                           AND tk-date >= fromDate
                           AND tk-date <= toDate
                           EVALUATE tk-type
                               WHEN "S"
                                   MOVE 1 to ordSign
                                   ADD 1 to orderCount
                                   PERFORM POST-ORDER
                               WHEN "V"
                               WHEN "R"
                                   MOVE -1 to ordSign
                                   ADD 1 to revCount
                                   PERFORM POST-ORDER
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE cremeFile.

      **** Splits the order's unit price across its flavor,         ***
      **** container and topping rows and costs each one ****
       POST-ORDER.
           MOVE "T" to findKind
           MOVE topping-in to findCode
           PERFORM FIND-ROW
           MOVE it-found to topRow
           MOVE ZEROES to topRev
           IF topRow NOT = ZEROES
               MOVE it-price(topRow) to topRev
               IF topRev > unPrice-in
                   MOVE unPrice-in to topRev
               END-IF
           END-IF

           MOVE "F" to findKind
           MOVE flav-in to findCode
           PERFORM FIND-ROW
           IF it-found = ZEROES
               MOVE "O" to findCode
               PERFORM FIND-ROW
           END-IF
           MOVE it-found to flavRow
           COMPUTE flavRev = scoop-in * extraScoopPrice
           IF flavRev > unPrice-in - topRev
               COMPUTE flavRev = unPrice-in - topRev
           END-IF

           MOVE "C" to findKind
           MOVE cont-in(1:2) to findCode
           PERFORM FIND-ROW
           MOVE it-found to contRow
           COMPUTE contRev = unPrice-in - topRev - flavRev
      **** A container no longer on the menu leaves its share with ***
      **** the flavor so the run still totals to what was rung ****
           IF contRow = ZEROES
               ADD contRev to flavRev
           END-IF

           COMPUTE it-units(flavRow) = it-units(flavRow)
               + scoop-in * ordSign
           COMPUTE it-rev(flavRow) = it-rev(flavRow)
               + flavRev * ordSign
           COMPUTE it-cost(flavRow) = it-cost(flavRow)
               + scoop-in * it-unitCost(flavRow) * ordSign
           IF contRow NOT = ZEROES
               ADD ordSign to it-units(contRow)
               COMPUTE it-rev(contRow) = it-rev(contRow)
                   + contRev * ordSign
               COMPUTE it-cost(contRow) = it-cost(contRow)
                   + it-unitCost(contRow) * ordSign
           END-IF
           IF topRow NOT = ZEROES
               ADD ordSign to it-units(topRow)
               COMPUTE it-rev(topRow) = it-rev(topRow)
                   + topRev * ordSign
               COMPUTE it-cost(topRow) = it-cost(topRow)
                   + it-unitCost(topRow) * ordSign
           END-IF.

      **** Leaves it-found at the row for findKind/findCode ****
       FIND-ROW.
           MOVE ZEROES to it-found
           PERFORM VARYING it-idx FROM 1 BY 1
                   UNTIL it-idx > itemCount
               IF it-kind(it-idx) = findKind
                   AND it-code(it-idx) = findCode
                   MOVE it-idx to it-found
               END-IF
           END-PERFORM.

      ******************************************************************
      * Period section - what was sold in the range and what it cost *
      ******************************************************************
       PRINT-PERIOD.
           MOVE fromDate to rh-from
           MOVE toDate to rh-to
           WRITE printRec FROM reportHead AFTER ADVANCING PAGE
           MOVE targetPct to tg-pct
           MOVE orderCount to tg-orders
           MOVE revCount to tg-revs
           WRITE printRec FROM targetLine AFTER ADVANCING 1 LINES

           MOVE "F" to sectKind
           MOVE "FLAVORS (units are scoops)" to sc-text
           PERFORM PRINT-SECTION
           MOVE "C" to sectKind
           MOVE "CONTAINERS" to sc-text
           PERFORM PRINT-SECTION
           MOVE "T" to sectKind
           MOVE "TOPPINGS" to sc-text
           PERFORM PRINT-SECTION.

       PRINT-SECTION.
           WRITE printRec FROM sectLine AFTER ADVANCING 3 LINES
           WRITE printRec FROM colHead AFTER ADVANCING 2 LINES
           MOVE ZEROES to totUnits totRev totCost
           PERFORM VARYING it-idx FROM 1 BY 1
                   UNTIL it-idx > itemCount
               IF it-kind(it-idx) = sectKind
                   ADD it-units(it-idx) to totUnits
                   ADD it-rev(it-idx) to totRev
                   ADD it-cost(it-idx) to totCost
                   MOVE SPACES to itemLine
                   MOVE it-name(it-idx) to il-name
                   MOVE it-units(it-idx) to il-units
                   MOVE it-rev(it-idx) to il-rev
                   MOVE it-cost(it-idx) to il-cost
                   COMPUTE rowMargin = it-rev(it-idx) - it-cost(it-idx)
                   MOVE it-rev(it-idx) to pctBase
                   PERFORM EDIT-ITEM-LINE
                   WRITE printRec FROM itemLine AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           MOVE SPACES to itemLine
           MOVE "  TOTAL" to il-name
           MOVE totUnits to il-units
           MOVE totRev to il-rev
           MOVE totCost to il-cost
           COMPUTE rowMargin = totRev - totCost
           MOVE totRev to pctBase
           PERFORM EDIT-ITEM-LINE
           WRITE printRec FROM itemLine AFTER ADVANCING 2 LINES.

      **** Margin and margin percent of pctBase's revenue - no      ***
      **** percent when nothing was taken in ****
       EDIT-ITEM-LINE.
           MOVE rowMargin to il-margin
           IF pctBase > ZEROES
               COMPUTE rowPct ROUNDED = rowMargin * 100 / pctBase
               MOVE rowPct to il-pct
               MOVE "%" to il-pctSign
               IF rowPct < targetPct
                   MOVE "** BELOW TARGET" to il-flag
               END-IF
           END-IF.

      ******************************************************************
      * Current section - today's menu prices against today's costs, *
      * what to look at before the next MENU-MAINT price change      *
      ******************************************************************
       PRINT-CURRENT.
           MOVE "TODAY'S PRICES AGAINST TODAY'S COSTS" to sc-text
           WRITE printRec FROM sectLine AFTER ADVANCING PAGE
           WRITE printRec FROM priceHead AFTER ADVANCING 2 LINES
           PERFORM VARYING it-idx FROM 1 BY 1
                   UNTIL it-idx > itemCount
               IF it-code(it-idx) NOT = "O" OR it-kind(it-idx) NOT = "F"
                   PERFORM PRINT-PRICE-LINE
               END-IF
           END-PERFORM.

      **** A scoop sells at the extra-scoop price, a container at   ***
      **** its price less the scoop it comes with, a topping at its **
      **** own price ****
       PRINT-PRICE-LINE.
           MOVE SPACES to priceLine
           EVALUATE it-kind(it-idx)
               WHEN "F"
                   MOVE extraScoopPrice to rowPrice
                   MOVE it-name(it-idx) to pl-name
               WHEN "C"
                   COMPUTE rowPrice = it-price(it-idx) - extraScoopPrice
                   MOVE it-name(it-idx) to pl-name
               WHEN OTHER
                   MOVE it-price(it-idx) to rowPrice
                   MOVE it-name(it-idx) to pl-name
           END-EVALUATE
           MOVE rowPrice to pl-price
           MOVE it-unitCost(it-idx) to pl-cost
           IF it-unitCost(it-idx) = ZEROES
               MOVE "NO COST ON FILE" to pl-flag
           END-IF
           IF rowPrice > ZEROES
               COMPUTE rowPct ROUNDED =
                   (rowPrice - it-unitCost(it-idx)) * 100 / rowPrice
               MOVE rowPct to pl-pct
               MOVE "%" to pl-pctSign
               IF rowPct < targetPct
                   MOVE "** BELOW TARGET" to pl-flag
               END-IF
           END-IF
           WRITE printRec FROM priceLine AFTER ADVANCING 1 LINES.

       END PROGRAM MARGIN-RPT.
