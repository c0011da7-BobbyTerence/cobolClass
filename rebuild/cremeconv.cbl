      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: One-time conversion of creme.txt to the ticketed
      *          order layout - ticket number, type, date, time and
      *          cashier ahead of the order fields, and the total,
      *          loyalty, reversal and gift card fields after them.
      *          Rename the existing file to creme.old first - this
      *          job reads creme.old in the original order-line
      *          layout, loads a fresh creme.txt with each line's
      *          order fields carried over, then verifies the record
      *          counts match - the same pattern POLREBLD used for the
      *          agent alternate key. A converted line has no ticket
      *          number, type or date, so CREAMERY's VOID/REFUND never
      *          finds it and MARGIN-RPT and HOURS-RPT pass it over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREMECONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** The pre-conversion file - order fields only, no ticket ****
           select oldCreme assign to 'creme.old'
               organization is sequential
               FILE STATUS is oldCreme-Status.

      **** The converted file - layout must match creamery.COB's  ****
      *    tempRec                                                      *
           select newCreme assign to 'creme.txt'
               organization is sequential
               FILE STATUS is newCreme-Status.

       DATA DIVISION.
       FILE SECTION.
           fd oldCreme.
           01 oldCremeRec.
               03 old-cont pic x(4).
               03 old-flav pic xx.
               03 old-flavName pic x(10).
               03 old-scoop pic 9.
               03 old-topping pic x(2).
               03 old-unPrice pic 9v99.

           fd newCreme.
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

       WORKING-STORAGE SECTION.
       01 oldCreme-Status pic xx.
       01 newCreme-Status pic xx.
       01 endLoad pic x VALUE "N".
       01 endVerify pic x VALUE "N".
       01 loadCount pic 9(7) VALUE ZEROES.
       01 verifyCount pic 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-ALL
           PERFORM VERIFY-LOAD
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN INPUT oldCreme
           IF oldCreme-Status NOT = "00"
               DISPLAY "Error, creme.old could not be opened - "
                   "rename the current creme.txt to creme.old "
                   "before running this conversion (status "
                   oldCreme-Status ")"
               STOP RUN
           END-IF
           OPEN OUTPUT newCreme
           IF newCreme-Status NOT = "00"
               DISPLAY "Error, creme.txt could not be created "
                   "(status " newCreme-Status ")"
               CLOSE oldCreme
               STOP RUN
           END-IF.

       LOAD-ALL.
           PERFORM UNTIL endLoad = "Y"
               READ oldCreme
                   AT END
                       MOVE "Y" to endLoad
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

      **** The order fields carry over as is - the ticket fields   ****
      *    are blank and zero, since the old lines were never          *
      *    ticketed, dated or tied to a member or gift card             *
       LOAD-ONE.
           MOVE ZEROES to tk-num tk-date tk-time
           MOVE SPACE to tk-type
           MOVE SPACES to tk-cashier
           MOVE old-cont to cont-in
           MOVE old-flav to flav-in
           MOVE old-flavName to flav-name-in
           MOVE old-scoop to scoop-in
           MOVE old-topping to topping-in
           MOVE old-unPrice to unPrice-in
           MOVE ZEROES to tk-total tk-points tk-orig tk-card
               tk-cardAmt
           MOVE SPACES to tk-member tk-free
           WRITE tempRec
           IF newCreme-Status = "00"
               ADD 1 to loadCount
           ELSE
               DISPLAY "Error, line could not be loaded (status "
                   newCreme-Status ")"
           END-IF.

      **** Re-reads the converted file and compares record counts ****
       VERIFY-LOAD.
           CLOSE newCreme
           OPEN INPUT newCreme
           PERFORM UNTIL endVerify = "Y"
               READ newCreme
                   AT END
                       MOVE "Y" to endVerify
                   NOT AT END
                       ADD 1 to verifyCount
               END-READ
           END-PERFORM.

       CLOSEJOB.
           IF loadCount = verifyCount
               DISPLAY loadCount " line(s) loaded and verified - "
                   "creme.txt now carries the ticket layout"
           ELSE
               DISPLAY "ERROR - " loadCount " line(s) loaded but "
                   verifyCount " verified - do NOT delete creme.old"
           END-IF
           CLOSE oldCreme newCreme
           STOP RUN.

       END PROGRAM CREMECONV.
