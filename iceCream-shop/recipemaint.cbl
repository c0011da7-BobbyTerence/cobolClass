      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the CREAMERY recipe file recipe.dat - which
      *          stock.dat items each menu item uses up, and how much
      *          of each - so MARGIN-RPT can cost what is sold. A
      *          flavor's quantities are per scoop. A flavor or
      *          topping with no recipe lines uses one of the stock
      *          item with its own code, the same as CREAMERY takes
      *          from the tubs; a container with none costs nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIPE-MAINT.
       ENVIRONMENT DIVISION.
       Input-output section.
           file-control.
      **** layout must match marginrpt.cbl's recipeRec ****
           select optional recipeFile assign to 'recipe.dat'
           organization is line sequential.

      **** layout must match creamery.COB's menuRec ****
           select optional menuFile assign to 'menu.dat'
           organization is line sequential.

      **** layout must match creamery.COB's stockRec ****
           select optional stockFile assign to 'stock.dat'
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      **** menu item kind and code, the stock kind and code it     ****
      **** uses, and the quantity used per item sold ****
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

       WORKING-STORAGE SECTION.
      **** Perform Stop Value ****
       01 perfStop pic x VALUE "N".
       01 recipeEOF pic x VALUE "N".
       01 menuEOF pic x VALUE "N".
       01 stockEOF pic x VALUE "N".
       01 notNull pic x VALUE "N".

       01 RecipeTable.
           03 RecipeEntry OCCURS 60 TIMES.
               05 rt-mKind pic x(1).
               05 rt-mCode pic x(2).
               05 rt-sKind pic x(1).
               05 rt-sCode pic x(2).
               05 rt-qty pic 9v99.

       01 recipeCount pic 99 VALUE ZEROES.
       01 rt-idx pic 99.
       01 rt-found pic 99.

       01 MenuTable.
           03 MenuEntry OCCURS 24 TIMES.
               05 mn-kind pic x(1).
               05 mn-code pic x(2).
               05 mn-name pic x(10).

       01 menuCount pic 99 VALUE ZEROES.
       01 mn-idx pic 99.
       01 mn-found pic 99.

       01 StockTable.
           03 StockEntry OCCURS 12 TIMES.
               05 st-kind pic x(1).
               05 st-code pic x(2).
               05 st-name pic x(10).
               05 st-cost pic 9(2)v999.

       01 stockCount pic 99 VALUE ZEROES.
       01 sk-idx pic 99.
       01 sk-found pic 99.

       01 option pic x(6).
       01 workMKind pic x(1).
       01 workMCode pic x(2).
       01 workSKind pic x(1).
       01 workSCode pic x(2).
       01 workQty pic 9v99.

       01 listLine.
           03 ll-mKind pic x(1).
           03      pic x(1).
           03 ll-mCode pic x(2).
           03      pic x(1).
           03 ll-mName pic x(10).
           03      pic x(4) VALUE " <- ".
           03 ll-qty pic 9.99.
           03      pic x(1).
           03 ll-sKind pic x(1).
           03      pic x(1).
           03 ll-sCode pic x(2).
           03      pic x(1).
           03 ll-sName pic x(10).
           03      pic x(3) VALUE " @ ".
           03 ll-cost pic Z9.999.

       Procedure division.
       MAIN.
           DISPLAY "All Commands will be taken in ALL CAPS"
           PERFORM LOAD-MENU
           PERFORM LOAD-STOCK
           PERFORM LOAD-RECIPES
           IF menuCount = ZEROES OR stockCount = ZEROES
               DISPLAY "menu.dat or stock.dat is empty or missing - "
                   "run CREAMERY once to seed them"
           END-IF

           PERFORM UNTIL perfStop = "Y"
               DISPLAY "Would you like to LIST, ADD, DELETE or QUIT"
               ACCEPT option
               IF option = "LIST" THEN
                   PERFORM LIST-RECIPES
               ELSE IF option = "ADD" THEN
                   PERFORM ADD-LINE
               ELSE IF option = "DELETE" THEN
                   PERFORM DELETE-LINE
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to perfStop
               END-IF
           END-PERFORM

           PERFORM SAVE-RECIPES
           STOP RUN.

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

       SAVE-RECIPES.
           OPEN OUTPUT recipeFile
           PERFORM VARYING rt-idx FROM 1 BY 1
                   UNTIL rt-idx > recipeCount
               MOVE SPACES to recipeRec
               MOVE rt-mKind(rt-idx) to rc-mKind
               MOVE rt-mCode(rt-idx) to rc-mCode
               MOVE rt-sKind(rt-idx) to rc-sKind
               MOVE rt-sCode(rt-idx) to rc-sCode
               MOVE rt-qty(rt-idx) to rc-qty
               WRITE recipeRec
           END-PERFORM
           CLOSE recipeFile
           DISPLAY recipeCount " recipe line(s) saved to recipe.dat".

       LOAD-MENU.
           OPEN INPUT menuFile
           PERFORM UNTIL menuEOF = "Y"
               READ menuFile
                   AT END
                       MOVE "Y" to menuEOF
                   NOT AT END
                       IF menuCount < 24
                           ADD 1 to menuCount
                           MOVE mu-kind to mn-kind(menuCount)
                           MOVE mu-code to mn-code(menuCount)
                           MOVE mu-name to mn-name(menuCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE menuFile.

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
                           MOVE sk-name to st-name(stockCount)
                           IF sk-cost NUMERIC
                               MOVE sk-cost to st-cost(stockCount)
                           ELSE
                               MOVE ZEROES to st-cost(stockCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE stockFile.

       LIST-RECIPES.
           PERFORM VARYING rt-idx FROM 1 BY 1
                   UNTIL rt-idx > recipeCount
               MOVE SPACES to ll-mName ll-sName
               MOVE ZEROES to ll-cost
               MOVE rt-mKind(rt-idx) to ll-mKind workMKind
               MOVE rt-mCode(rt-idx) to ll-mCode workMCode
               PERFORM FIND-MENU-ITEM
               IF mn-found NOT = ZEROES
                   MOVE mn-name(mn-found) to ll-mName
               END-IF
               MOVE rt-qty(rt-idx) to ll-qty
               MOVE rt-sKind(rt-idx) to ll-sKind workSKind
               MOVE rt-sCode(rt-idx) to ll-sCode workSCode
               PERFORM FIND-STOCK-ITEM
               IF sk-found NOT = ZEROES
                   MOVE st-name(sk-found) to ll-sName
                   MOVE st-cost(sk-found) to ll-cost
               END-IF
               DISPLAY listLine
           END-PERFORM
           IF recipeCount = ZEROES
               DISPLAY "No recipe lines - every flavor and topping "
                   "uses one of its own stock item"
           END-IF.

      **** Leaves mn-found at the entry matching workMKind/workMCode **
       FIND-MENU-ITEM.
           MOVE ZEROES to mn-found
           PERFORM VARYING mn-idx FROM 1 BY 1
                   UNTIL mn-idx > menuCount
               IF mn-kind(mn-idx) = workMKind
                   AND mn-code(mn-idx) = workMCode
                   MOVE mn-idx to mn-found
               END-IF
           END-PERFORM.

      **** Leaves sk-found at the entry matching workSKind/workSCode **
       FIND-STOCK-ITEM.
           MOVE ZEROES to sk-found
           PERFORM VARYING sk-idx FROM 1 BY 1
                   UNTIL sk-idx > stockCount
               IF st-kind(sk-idx) = workSKind
                   AND st-code(sk-idx) = workSCode
                   MOVE sk-idx to sk-found
               END-IF
           END-PERFORM.

      **** Leaves rt-found at the line for this menu and stock item **
       FIND-LINE.
           MOVE ZEROES to rt-found
           PERFORM VARYING rt-idx FROM 1 BY 1
                   UNTIL rt-idx > recipeCount
               IF rt-mKind(rt-idx) = workMKind
                   AND rt-mCode(rt-idx) = workMCode
                   AND rt-sKind(rt-idx) = workSKind
                   AND rt-sCode(rt-idx) = workSCode
                   MOVE rt-idx to rt-found
               END-IF
           END-PERFORM.

       Menu-Item-Change.
           PERFORM UNTIL notNull = "Y"
               DISPLAY "Menu item kind - F(lavor), C(ontainer), "
                   "T(opping):"
               ACCEPT workMKind
               DISPLAY "Menu item code:"
               ACCEPT workMCode
               PERFORM FIND-MENU-ITEM
               IF mn-found = ZEROES OR workMKind = "X"
                   DISPLAY "Error, no such menu item"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

       Stock-Item-Change.
           PERFORM UNTIL notNull = "Y"
               DISPLAY "Stock item kind:"
               ACCEPT workSKind
               DISPLAY "Stock item code:"
               ACCEPT workSCode
               PERFORM FIND-STOCK-ITEM
               IF sk-found = ZEROES
                   DISPLAY "Error, no such stock item"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

      **** Adds a line, or changes the quantity on one already there **
       ADD-LINE.
           PERFORM Menu-Item-Change
           PERFORM Stock-Item-Change
           IF workMKind = "F"
               DISPLAY "Quantity used per scoop (e.g. 1.00):"
           ELSE
               DISPLAY "Quantity used per item sold (e.g. 1.00):"
           END-IF
           ACCEPT workQty
           PERFORM FIND-LINE
           IF rt-found NOT = ZEROES
               MOVE workQty to rt-qty(rt-found)
               DISPLAY mn-name(mn-found) " now uses " workQty " of "
                   st-name(sk-found)
           ELSE
               IF recipeCount >= 60
                   DISPLAY "Error, the recipe file is full"
               ELSE
                   ADD 1 to recipeCount
                   MOVE workMKind to rt-mKind(recipeCount)
                   MOVE workMCode to rt-mCode(recipeCount)
                   MOVE workSKind to rt-sKind(recipeCount)
                   MOVE workSCode to rt-sCode(recipeCount)
                   MOVE workQty to rt-qty(recipeCount)
                   DISPLAY mn-name(mn-found) " uses " workQty " of "
                       st-name(sk-found)
               END-IF
           END-IF.

      **** Deleting slides the entries above it down one slot ****
       DELETE-LINE.
           PERFORM Menu-Item-Change
           PERFORM Stock-Item-Change
           PERFORM FIND-LINE
           IF rt-found = ZEROES
               DISPLAY "Error, no such recipe line"
           ELSE
               PERFORM VARYING rt-idx FROM rt-found BY 1
                       UNTIL rt-idx >= recipeCount
                   MOVE RecipeEntry(rt-idx + 1) to RecipeEntry(rt-idx)
               END-PERFORM
               SUBTRACT 1 FROM recipeCount
               DISPLAY "Recipe line removed"
           END-IF.

       END PROGRAM RECIPE-MAINT.
