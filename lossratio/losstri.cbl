      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Loss development triangles - every dated payment,
      *          reserve change and recovery CLAIM-MAINT wrote to
      *          claimtrn.txt is placed by the accident year of its
      *          claim (cl-lossDate) and the 12-month development age
      *          it was booked in, by policy type and for all types
      *          together. Cumulative paid (net of salvage and subro)
      *          and cumulative incurred (paid plus reserve) print at
      *          each age 12 through 120 months for the ten accident
      *          years ending with the evaluation year, followed by the
      *          age-to-age factors and their volume-weighted average.
      *          The same cells go to lossdev.txt for the consulting
      *          actuary. The evaluation year is the current year
      *          unless losstri.dat names one - at year-end review it
      *          names the year just closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-TRIANGLE.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
      **** layout must match claimmaint.cbl's trnLine ****
           select trnFile assign to 'claimtrn.txt'
               organization is line sequential
               file status is trnFile-Status.

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

      **** Optional override of the evaluation year ****
           select yearFile assign to 'losstri.dat'
               organization is line sequential
               file status is yearFile-Status.

      **** The actuary's extract - one line per type, accident     ****
      *    year and development age                                     *
           select devFile assign to 'lossdev.txt'
               organization is line sequential.

           select triRep assign to printer.

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

           fd yearFile.
               01 yearRec pic 9(4).

           fd devFile.
           01 devRec.
               03 ld-type pic x(3).
               03      pic x.
               03 ld-accYear pic 9(4).
               03      pic x.
               03 ld-age pic 9(3).
               03      pic x.
               03 ld-paid pic s9(9)v99 SIGN LEADING SEPARATE.
               03      pic x.
               03 ld-incurred pic s9(9)v99 SIGN LEADING SEPARATE.

           fd triRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 trnFile-Status pic xx.
       01 claimFile-Status pic xx.
       01 polFile-Status pic xx.
       01 yearFile-Status pic xx.
       01 trnEOF pic x VALUE "N".
       01 polAvail pic x VALUE "N".

      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".

       01 wsdate.
           04 yy pic 99.
           04 mm pic 99.
           04 dd pic 99.
       01 today8 pic 9(8).
       01 evalYear pic 9(4).
       01 firstYear pic 9(4).

      **** Incremental movements by type, accident year and age -  ****
      *    type slots run parallel to POLTYPE-TABLE, then one for      *
      *    types not on the table and one for all types together       *
       01 TriTable.
           03 TriType OCCURS 7 TIMES.
               05 TriYear OCCURS 10 TIMES.
                   07 TriAge OCCURS 10 TIMES.
                       09 tc-paid pic s9(9)v99.
                       09 tc-incurred pic s9(9)v99.
       01 ty-idx pic 9(2).
       01 ay-idx pic 9(2).
       01 ag-idx pic 9(2).
       01 ag-next pic 9(2).
       01 allSlot pic 9(2).
       01 typeUsed pic x OCCURS 7 TIMES.

      **** Cumulative row being printed, and the factor work ****
       01 CumRow.
           03 cumCell pic s9(9)v99 OCCURS 10 TIMES.
       01 CumTable.
           03 CumYear OCCURS 10 TIMES.
               05 cumAge pic s9(9)v99 OCCURS 10 TIMES.
       01 ageLimit pic 9(2).
       01 sumFrom pic s9(11)v99.
       01 sumTo pic s9(11)v99.
       01 factor pic 9(4)v999.

       01 accYear pic 9(4).
       01 trnYear pic 9(4).
       01 paidMove pic s9(9)v99.
       01 rsvMove pic s9(9)v99.
       01 whichTri pic x.

       01 trnCount pic 9(7) VALUE ZEROES.
       01 usedCount pic 9(7) VALUE ZEROES.
       01 oldCount pic 9(7) VALUE ZEROES.
       01 orphanCount pic 9(7) VALUE ZEROES.
       01 devCount pic 9(7) VALUE ZEROES.

       01 header1.
           05 mm-out pic 99.
           05      pic x VALUE "/".
           05 dd-out pic 99.
           05      pic x VALUE "/".
           05 yy-out pic 99.
           05      pic x(20).
           05      pic x(40) VALUE
               "LOSS DEVELOPMENT BY ACCIDENT YEAR - EVAL".
           05      pic x(1).
           05 h1-year pic 9(4).

       01 triHead.
           03 th-kind pic x(10).
           03      pic x(8) VALUE " - TYPE ".
           03 th-type pic x(3).
           03      pic x(1).
           03 th-desc pic x(20).

       01 ageHead.
           03      pic x(8) VALUE "Acc Yr".
           03 ah-cell pic x(12) OCCURS 10 TIMES.

       01 ageLabel.
           03      pic x(6).
           03 al-months pic ZZ9.
           03      pic x(3).

       01 factLabel.
           03      pic x(1).
           03 fl-from pic ZZ9.
           03      pic x(1) VALUE "-".
           03 fl-to pic ZZ9.
           03      pic x(4).

       01 triLine.
           03 tl-label pic x(8).
           03 tl-cell pic x(12) OCCURS 10 TIMES.

       01 amtEd pic -ZZ,ZZZ,ZZ9.
       01 facEd pic ZZZ9.999.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITPROJ.
           PERFORM TRN-PASS.
           PERFORM PRINT-TRIANGLES.
           PERFORM CLOSEPROJ.

       INITPROJ.
           ACCEPT wsdate FROM DATE
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE today8(1:4) to evalYear
           OPEN INPUT yearFile
           IF yearFile-Status = "00"
               READ yearFile
                   AT END continue
                   NOT AT END
                       IF yearRec NUMERIC AND yearRec > ZEROES
                           MOVE yearRec to evalYear
                       END-IF
               END-READ
               CLOSE yearFile
           END-IF
           COMPUTE firstYear = evalYear - 9
           COMPUTE allSlot = PT-TABLE-SIZE + 2
           INITIALIZE TriTable
           PERFORM VARYING ty-idx FROM 1 BY 1 UNTIL ty-idx > 7
               MOVE "N" to typeUsed(ty-idx)
           END-PERFORM

           OPEN INPUT claimFile
           OPEN INPUT polFile
           IF polFile-Status = "00"
               MOVE "Y" to polAvail
           END-IF
           OPEN OUTPUT devFile
           OPEN OUTPUT triRep
           MOVE mm to mm-out
           MOVE yy to yy-out
           MOVE dd to dd-out
           MOVE evalYear to h1-year
           WRITE printRep FROM header1 AFTER ADVANCING 1 LINES.

      **** One pass over the claim trail - each movement lands in  ****
      *    its type's cell and the all-types cell                       *
       TRN-PASS.
           OPEN INPUT trnFile
           IF trnFile-Status NOT = "00"
               DISPLAY "Error, claimtrn.txt could not be opened "
                   "(status " trnFile-Status ") - no triangles built"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL trnEOF = "Y"
               READ trnFile
                   AT END
                       MOVE "Y" to trnEOF
                   NOT AT END
                       ADD 1 to trnCount
                       PERFORM PLACE-TRN
               END-READ
           END-PERFORM
           CLOSE trnFile.

      **** PAY adds to paid, RSV moves the reserve, SAL/SUB come  ****
      *    back off paid - incurred takes all three. DED and OVR move  *
      *    no loss dollars                                              *
       PLACE-TRN.
           IF ct-old NOT NUMERIC OR ct-new NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES to paidMove rsvMove
           EVALUATE ct-type
               WHEN "PAY"
                   COMPUTE paidMove = ct-new - ct-old
               WHEN "RSV"
                   COMPUTE rsvMove = ct-new - ct-old
               WHEN "SAL"
               WHEN "SUB"
                   COMPUTE paidMove = 0 - (ct-new - ct-old)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE ct-claimNum to cl-claimNum
           READ claimFile
               INVALID KEY
                   ADD 1 to orphanCount
                   EXIT PARAGRAPH
           END-READ
           IF cl-lossDate NOT NUMERIC
               ADD 1 to orphanCount
               EXIT PARAGRAPH
           END-IF
           MOVE cl-lossDate(5:4) to accYear

      **** The trail's dates are 00YYMMDD (ACCEPT FROM DATE) ****
           MOVE "20" to trnYear(1:2)
           MOVE ct-date(3:2) to trnYear(3:2)
           IF trnYear < accYear
               MOVE accYear to trnYear
           END-IF
           IF trnYear > evalYear OR accYear > evalYear
               EXIT PARAGRAPH
           END-IF
           IF accYear < firstYear
               ADD 1 to oldCount
               EXIT PARAGRAPH
           END-IF
           COMPUTE ay-idx = accYear - firstYear + 1
           COMPUTE ag-idx = trnYear - accYear + 1

           MOVE SPACES to poltype-in
           IF polAvail = "Y"
               MOVE cl-polNum to polNum-in
               READ polFile
                   INVALID KEY
                       MOVE SPACES to poltype-in
               END-READ
           END-IF
           PERFORM FIND-TYPE
           MOVE PT-IDX to ty-idx
           PERFORM ADD-CELL
           MOVE allSlot to ty-idx
           PERFORM ADD-CELL
           ADD 1 to usedCount.

       ADD-CELL.
           MOVE "Y" to typeUsed(ty-idx)
           ADD paidMove to tc-paid(ty-idx, ay-idx, ag-idx)
           ADD paidMove to tc-incurred(ty-idx, ay-idx, ag-idx)
           ADD rsvMove to tc-incurred(ty-idx, ay-idx, ag-idx).

       FIND-TYPE.
           MOVE "N" to PT-FOUND
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-TABLE-SIZE OR PT-FOUND = "Y"
               IF PT-CODE(PT-IDX) = poltype-in
                   MOVE "Y" to PT-FOUND
               END-IF
           END-PERFORM
           IF PT-FOUND = "Y"
               SUBTRACT 1 FROM PT-IDX
           ELSE
               COMPUTE PT-IDX = PT-TABLE-SIZE + 1
           END-IF.

      **** A paid and an incurred triangle for every type with     ****
      *    movement, all types last                                     *
       PRINT-TRIANGLES.
           PERFORM VARYING ty-idx FROM 1 BY 1 UNTIL ty-idx > allSlot
               IF typeUsed(ty-idx) = "Y"
                   MOVE "P" to whichTri
                   PERFORM PRINT-ONE-TRIANGLE
                   MOVE "I" to whichTri
                   PERFORM PRINT-ONE-TRIANGLE
                   PERFORM WRITE-EXTRACT
               END-IF
           END-PERFORM.

       SET-TYPE-HEAD.
           EVALUATE TRUE
               WHEN ty-idx <= PT-TABLE-SIZE
                   MOVE PT-CODE(ty-idx) to th-type
                   MOVE PT-DESC(ty-idx) to th-desc
               WHEN ty-idx = allSlot
                   MOVE "ALL" to th-type
                   MOVE "ALL POLICY TYPES" to th-desc
               WHEN OTHER
                   MOVE "OTH" to th-type
                   MOVE "TYPE NOT ON FILE" to th-desc
           END-EVALUATE.

      **** Builds the cumulative triangle for whichTri, prints it, ***
      *    then the age-to-age factors                                  *
       PRINT-ONE-TRIANGLE.
           PERFORM SET-TYPE-HEAD
           IF whichTri = "P"
               MOVE "PAID" to th-kind
           ELSE
               MOVE "INCURRED" to th-kind
           END-IF
           WRITE printRep FROM triHead AFTER ADVANCING 3 LINES
           PERFORM VARYING ag-idx FROM 1 BY 1 UNTIL ag-idx > 10
               COMPUTE al-months = ag-idx * 12
               MOVE ageLabel to ah-cell(ag-idx)
           END-PERFORM
           WRITE printRep FROM ageHead AFTER ADVANCING 2 LINES

           PERFORM VARYING ay-idx FROM 1 BY 1 UNTIL ay-idx > 10
               COMPUTE ageLimit = 11 - ay-idx
               MOVE ZEROES to sumFrom
               PERFORM VARYING ag-idx FROM 1 BY 1 UNTIL ag-idx > 10
                   IF whichTri = "P"
                       ADD tc-paid(ty-idx, ay-idx, ag-idx) to sumFrom
                   ELSE
                       ADD tc-incurred(ty-idx, ay-idx, ag-idx)
                           to sumFrom
                   END-IF
                   MOVE sumFrom to cumAge(ay-idx, ag-idx)
               END-PERFORM
               MOVE SPACES to triLine
               COMPUTE accYear = firstYear + ay-idx - 1
               MOVE accYear to tl-label
               PERFORM VARYING ag-idx FROM 1 BY 1
                       UNTIL ag-idx > ageLimit
                   MOVE cumAge(ay-idx, ag-idx) to amtEd
                   MOVE amtEd to tl-cell(ag-idx)
               END-PERFORM
               WRITE printRep FROM triLine AFTER ADVANCING 1 LINES
           END-PERFORM

           PERFORM PRINT-FACTORS.

      **** Age-to-age factor per accident year, then the volume-   ****
      *    weighted average down each column - a cell that cannot be   *
      *    divided prints blank                                         *
       PRINT-FACTORS.
           PERFORM VARYING ag-idx FROM 1 BY 1 UNTIL ag-idx > 9
               COMPUTE fl-from = ag-idx * 12
               COMPUTE fl-to = (ag-idx + 1) * 12
               MOVE factLabel to ah-cell(ag-idx)
           END-PERFORM
           MOVE SPACES to ah-cell(10)
           WRITE printRep FROM ageHead AFTER ADVANCING 2 LINES

           PERFORM VARYING ay-idx FROM 1 BY 1 UNTIL ay-idx > 9
               COMPUTE ageLimit = 10 - ay-idx
               MOVE SPACES to triLine
               COMPUTE accYear = firstYear + ay-idx - 1
               MOVE accYear to tl-label
               PERFORM VARYING ag-idx FROM 1 BY 1
                       UNTIL ag-idx > ageLimit
                   COMPUTE ag-next = ag-idx + 1
                   IF cumAge(ay-idx, ag-idx) > ZEROES
                       AND cumAge(ay-idx, ag-next) >= ZEROES
                       COMPUTE factor ROUNDED =
                           cumAge(ay-idx, ag-next)
                           / cumAge(ay-idx, ag-idx)
                           ON SIZE ERROR MOVE ZEROES to factor
                       END-COMPUTE
                       MOVE factor to facEd
                       MOVE facEd to tl-cell(ag-idx)
                   END-IF
               END-PERFORM
               WRITE printRep FROM triLine AFTER ADVANCING 1 LINES
           END-PERFORM

           MOVE SPACES to triLine
           MOVE "WTD AVG" to tl-label
           PERFORM VARYING ag-idx FROM 1 BY 1 UNTIL ag-idx > 9
               COMPUTE ag-next = ag-idx + 1
               MOVE ZEROES to sumFrom sumTo
      **** Only the accident years evaluated at both ages count ****
               PERFORM VARYING ay-idx FROM 1 BY 1
                       UNTIL ay-idx > 10 - ag-idx
                   ADD cumAge(ay-idx, ag-idx) to sumFrom
                   ADD cumAge(ay-idx, ag-next) to sumTo
               END-PERFORM
               IF sumFrom > ZEROES AND sumTo >= ZEROES
                   COMPUTE factor ROUNDED = sumTo / sumFrom
                       ON SIZE ERROR MOVE ZEROES to factor
                   END-COMPUTE
                   MOVE factor to facEd
                   MOVE facEd to tl-cell(ag-idx)
               END-IF
           END-PERFORM
           WRITE printRep FROM triLine AFTER ADVANCING 1 LINES.

      **** Cumulative paid and incurred for every evaluated cell of ***
      *    this type                                                    *
       WRITE-EXTRACT.
           PERFORM SET-TYPE-HEAD
           PERFORM VARYING ay-idx FROM 1 BY 1 UNTIL ay-idx > 10
               COMPUTE ageLimit = 11 - ay-idx
               MOVE ZEROES to sumFrom sumTo
               PERFORM VARYING ag-idx FROM 1 BY 1
                       UNTIL ag-idx > ageLimit
                   ADD tc-paid(ty-idx, ay-idx, ag-idx) to sumFrom
                   ADD tc-incurred(ty-idx, ay-idx, ag-idx) to sumTo
                   MOVE SPACES to devRec
                   MOVE th-type to ld-type
                   COMPUTE ld-accYear = firstYear + ay-idx - 1
                   COMPUTE ld-age = ag-idx * 12
                   MOVE sumFrom to ld-paid
                   MOVE sumTo to ld-incurred
                   WRITE devRec
                   ADD 1 to devCount
               END-PERFORM
           END-PERFORM.

       CLOSEPROJ.
           DISPLAY trnCount " claim transaction(s) read, " usedCount
               " placed in the triangles, " devCount
               " cell(s) written to lossdev.txt"
           IF oldCount > ZEROES
               DISPLAY oldCount " transaction(s) on accident years "
                   "before " firstYear " left out"
           END-IF
           IF orphanCount > ZEROES
               DISPLAY orphanCount " transaction(s) skipped - claim "
                   "no longer on claims.dat"
           END-IF
           IF polAvail = "Y"
               CLOSE polFile
           END-IF
           CLOSE claimFile devFile triRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM LOSS-TRIANGLE.
