      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: CREAMERY pay-period hours report. Sorts the register
      *          punches on timeclock.dat for a period of up to 31 days
      *          by employee, date and time, pairs each clock-in with
      *          the clock-out that follows it the same day, and
      *          prints regular and overtime hours and gross wages per
      *          employee at the employee.dat pay rate (kept by
      *          EMP-MAINT). Overtime is time past 40 hours in a week,
      *          weeks counted in 7 days from the period start, paid at
      *          time and a half. A clock-in with no clock-out, or a
      *          clock-out with no clock-in, is listed as a missed
      *          punch for a manager to correct through EMP-MAINT's
      *          PUNCH - it is not paid until it is. Last, each day's
      *          labor cost against the day's sales on creme.txt,
      *          VOIDs and REFUNDs backed out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOURS-RPT.
       ENVIRONMENT DIVISION.
       Input-output section.
           file-control.
      **** layout must match empmaint.cbl's empRec ****
           select optional empFile assign to 'employee.dat'
           organization is line sequential.

      **** layout must match empmaint.cbl's clockRec ****
           select optional clockFile assign to 'timeclock.dat'
           organization is line sequential.

      **** layout must match creamery.COB's tempRec ****
           select optional cremeFile assign to 'creme.txt'
           organization is sequential.

           select sortWork assign to 'sortwrk'.

           select sortedPunch assign to 'hours.srt'
           organization is sequential.

           select hoursRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
       fd empFile.
           01 empRec.
               03 em-id pic x(8).
               03      pic x.
               03 em-name pic x(20).
               03      pic x.
               03 em-rate pic 9(2)v99.
               03      pic x.
               03 em-status pic x(1).

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

       SD sortWork.
           01 sortWorkRec.
               03 sw-id pic x(8).
               03 sw-date pic 9(8).
               03 sw-time pic 9(6).
               03 sw-type pic x(1).
               03 sw-source pic x(1).

       fd sortedPunch.
           01 sortedPunchRec.
               03 srt-id pic x(8).
               03 srt-date pic 9(8).
               03 srt-time pic 9(6).
               03 srt-type pic x(1).
               03 srt-source pic x(1).

       fd hoursRep.
           01 printRec pic x(132).

       WORKING-STORAGE SECTION.
       01 empEOF pic x VALUE "N".
       01 clockEOF pic x VALUE "N".
       01 sortedEOF pic x VALUE "N".
       01 cremeEOF pic x VALUE "N".
       01 dateOK pic x VALUE "N".

       01 EmpTable.
           03 EmpEntry OCCURS 50 TIMES.
               05 ep-id pic x(8).
               05 ep-name pic x(20).
               05 ep-rate pic 9(2)v99.

       01 empCount pic 99 VALUE ZEROES.
       01 ep-idx pic 99.

      **** Period asked for, and its days as integer dates ****
       01 fromDate pic 9(8).
       01 toDate pic 9(8).
       01 fromInt pic 9(7).
       01 toInt pic 9(7).
       01 periodDays pic s9(7).
       01 dvFunc pic x VALUE "M".
       01 dvOut pic 9(8).
       01 fromOK pic x.
       01 toOK pic x.

      **** The employee whose punches are being paired ****
       01 curID pic x(8) VALUE SPACES.
       01 curName pic x(20).
       01 curRate pic 9(2)v99.
       01 curReg pic 9(5).
       01 curOT pic 9(5).
       01 curGross pic 9(5)v99.
       01 haveEmp pic x VALUE "N".
       01 WeekTable.
           03 wk-mins pic 9(5) OCCURS 5 TIMES.

      **** The open clock-in waiting on its clock-out ****
       01 pendIn pic x VALUE "N".
       01 pendDate pic 9(8).
       01 pendTime pic 9(6).

       01 timeParts.
           03 tp-hh pic 99.
           03 tp-mi pic 99.
           03 tp-ss pic 99.
       01 inMins pic 9(4).
       01 outMins pic 9(4).
       01 shiftMins pic 9(4).
       01 regPart pic 9(4).
       01 otPart pic 9(4).
       01 weekLeft pic s9(5).
       01 shiftCost pic 9(4)v99.
       01 dayIdx pic s9(7).
       01 weekIdx pic 9.

      **** Each day of the period - minutes worked, the wages they ***
      **** cost with any overtime premium, and the day's sales ****
       01 DayTable.
           03 DayEntry OCCURS 31 TIMES.
               05 dy-mins pic 9(5).
               05 dy-labor pic 9(5)v99.
               05 dy-sales pic s9(6)v99.
       01 dy-idx pic 99.

      **** Missed punches - mp-kind I is a clock-in with no         ***
      **** clock-out, O a clock-out with no clock-in ****
       01 MissTable.
           03 MissEntry OCCURS 100 TIMES.
               05 mp-id pic x(8).
               05 mp-name pic x(20).
               05 mp-date pic 9(8).
               05 mp-time pic 9(6).
               05 mp-kind pic x(1).
       01 missCount pic 9(3) VALUE ZEROES.
       01 missOver pic 9(3) VALUE ZEROES.
       01 mp-idx pic 9(3).
       01 missType pic x(1).
       01 missDate pic 9(8).
       01 missTime pic 9(6).

       01 punchCount pic 9(5) VALUE ZEROES.
       01 totReg pic 9(6) VALUE ZEROES.
       01 totOT pic 9(6) VALUE ZEROES.
       01 totGross pic 9(6)v99 VALUE ZEROES.
       01 totMins pic 9(6).
       01 totLabor pic 9(6)v99.
       01 totSales pic s9(7)v99.
       01 pctWork pic s9(5)v9.
       01 pctLabor pic 9(6)v99.
       01 pctSales pic s9(7)v99.
       01 workDate pic 9(8).

       01 reportHead.
           03      pic x(32) VALUE "CREAMERY PAYROLL HOURS - PERIOD ".
           03 rh-from pic 9999/99/99.
           03      pic x(4) VALUE " TO ".
           03 rh-to pic 9999/99/99.

       01 sectLine.
           03 sc-text pic x(60).

       01 empHead.
           03      pic x(10) VALUE "ID".
           03      pic x(21) VALUE "Name".
           03      pic x(9) VALUE "Reg Hrs".
           03      pic x(9) VALUE "  OT Hrs".
           03      pic x(8) VALUE "   Rate".
           03      pic x(11) VALUE "      Gross".

       01 empLine.
           03 el-id pic x(8).
           03      pic x(2).
           03 el-name pic x(20).
           03      pic x(1).
           03 el-reg pic ZZZ9.99.
           03      pic x(2).
           03 el-ot pic ZZZ9.99.
           03      pic x(2).
           03 el-rate pic ZZ9.99.
           03      pic x(2).
           03 el-gross pic ZZZZZ9.99.

       01 missHead.
           03      pic x(10) VALUE "ID".
           03      pic x(21) VALUE "Name".
           03      pic x(12) VALUE "Date".
           03      pic x(10) VALUE "Time".
           03      pic x(20) VALUE "Missing".

       01 missLine.
           03 ml-id pic x(8).
           03      pic x(2).
           03 ml-name pic x(20).
           03      pic x(1).
           03 ml-date pic 9999/99/99.
           03      pic x(2).
           03 ml-time pic 99B99B99.
           03      pic x(2).
           03 ml-text pic x(40).

       01 dayHead.
           03      pic x(12) VALUE "Date".
           03      pic x(9) VALUE "    Hours".
           03      pic x(12) VALUE "  Labor Cost".
           03      pic x(12) VALUE "       Sales".
           03      pic x(10) VALUE "   Labor %".

       01 dayLine.
           03 dl-date pic 9999/99/99.
           03      pic x(2).
           03 dl-hours pic ZZZZ9.99.
           03      pic x(2).
           03 dl-labor pic ZZZZZ9.99.
           03      pic x(2).
           03 dl-sales pic -ZZZZZ9.99.
           03      pic x(2).
           03 dl-pct pic -ZZZZ9.9.
           03 dl-pctSign pic x(1).
           03      pic x(1).
           03 dl-flag pic x(10).

       Procedure division.
       MAIN.
           PERFORM GET-DATES
           PERFORM LOAD-EMPLOYEES
           INITIALIZE DayTable
           OPEN OUTPUT hoursRep
           MOVE fromDate to rh-from
           MOVE toDate to rh-to
           WRITE printRec FROM reportHead AFTER ADVANCING PAGE
           MOVE "EMPLOYEE HOURS AND GROSS WAGES" to sc-text
           WRITE printRec FROM sectLine AFTER ADVANCING 3 LINES
           WRITE printRec FROM empHead AFTER ADVANCING 2 LINES

           SORT sortWork
               ON ASCENDING KEY sw-id sw-date sw-time
               INPUT PROCEDURE is LOAD-PUNCHES
               GIVING sortedPunch
           PERFORM SCAN-PUNCHES
           PERFORM PRINT-EMP-TOTAL
           PERFORM PRINT-MISSED
           PERFORM READ-SALES
           PERFORM PRINT-DAYS
           CLOSE hoursRep
           DISPLAY punchCount " punch(es) read - " missCount
               " missed punch(es) to correct - see the print"
           STOP RUN.

      **** Both ends must be real dates, in order, no more than    ****
      **** 31 days apart ****
       GET-DATES.
           PERFORM UNTIL dateOK = "Y"
               DISPLAY "Pay period from date (YYYYMMDD):"
               ACCEPT fromDate
               DISPLAY "Pay period to date (YYYYMMDD, 0 for today):"
               ACCEPT toDate
               IF toDate = ZEROES
                   ACCEPT toDate FROM DATE YYYYMMDD
               END-IF
               CALL "dateval" USING dvFunc, fromDate, dvOut, fromOK
               CALL "dateval" USING dvFunc, toDate, dvOut, toOK
               IF fromOK NOT = "Y" OR toOK NOT = "Y"
                   DISPLAY "Error, not a valid date"
               ELSE
                   COMPUTE fromInt = FUNCTION INTEGER-OF-DATE(fromDate)
                   COMPUTE toInt = FUNCTION INTEGER-OF-DATE(toDate)
                   COMPUTE periodDays = toInt - fromInt + 1
                   IF periodDays < 1
                       DISPLAY "Error, the from date must be on or "
                           "before the to date"
                   ELSE IF periodDays > 31
                       DISPLAY "Error, a pay period is at most 31 days"
                   ELSE
                       MOVE "Y" to dateOK
                   END-IF
               END-IF
           END-PERFORM.

      **** Inactive employees stay in - they may have hours in the ***
      **** period before they left ****
       LOAD-EMPLOYEES.
           OPEN INPUT empFile
           PERFORM UNTIL empEOF = "Y"
               READ empFile
                   AT END
                       MOVE "Y" to empEOF
                   NOT AT END
                       IF empCount < 50
                           ADD 1 to empCount
                           MOVE em-id to ep-id(empCount)
                           MOVE em-name to ep-name(empCount)
                           MOVE em-rate to ep-rate(empCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE empFile.

      **** Only the period's punches go to the sort ****
       LOAD-PUNCHES.
           OPEN INPUT clockFile
           PERFORM UNTIL clockEOF = "Y"
               READ clockFile
                   AT END
                       MOVE "Y" to clockEOF
                   NOT AT END
                       IF tc-date NUMERIC AND tc-time NUMERIC
                           AND tc-date >= fromDate
                           AND tc-date <= toDate
                           ADD 1 to punchCount
                           MOVE tc-id to sw-id
                           MOVE tc-date to sw-date
                           MOVE tc-time to sw-time
                           MOVE tc-type to sw-type
                           MOVE tc-source to sw-source
                           RELEASE sortWorkRec
                       END-IF
               END-READ
           END-PERFORM
           CLOSE clockFile.

      **** Punches arrive by employee, date and time - a clock-in   ***
      **** waits for the next clock-out the same day ****
       SCAN-PUNCHES.
           OPEN INPUT sortedPunch
           PERFORM UNTIL sortedEOF = "Y"
               READ sortedPunch
                   AT END
                       MOVE "Y" to sortedEOF
                   NOT AT END
                       IF srt-id NOT = curID
                           PERFORM END-EMPLOYEE
                           PERFORM START-EMPLOYEE
                       END-IF
                       IF pendIn = "Y" AND srt-date NOT = pendDate
                           PERFORM MISS-CLOCK-OUT
                       END-IF
                       IF srt-type = "I"
                           IF pendIn = "Y"
                               PERFORM MISS-CLOCK-OUT
                           END-IF
                           MOVE "Y" to pendIn
                           MOVE srt-date to pendDate
                           MOVE srt-time to pendTime
                       ELSE IF pendIn = "Y"
                           PERFORM PAY-SHIFT
                       ELSE
                           MOVE "O" to missType
                           MOVE srt-date to missDate
                           MOVE srt-time to missTime
                           PERFORM ADD-MISSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE sortedPunch
           PERFORM END-EMPLOYEE.

       START-EMPLOYEE.
           MOVE srt-id to curID
           MOVE "Y" to haveEmp
           MOVE ZEROES to curReg curOT curGross
           INITIALIZE WeekTable
           MOVE "N" to pendIn
           MOVE "** NOT ON FILE" to curName
           MOVE ZEROES to curRate
           PERFORM VARYING ep-idx FROM 1 BY 1
                   UNTIL ep-idx > empCount
               IF ep-id(ep-idx) = curID
                   MOVE ep-name(ep-idx) to curName
                   MOVE ep-rate(ep-idx) to curRate
               END-IF
           END-PERFORM.

      **** A clock-in still open when the employee's punches run   ****
      **** out was never closed ****
       END-EMPLOYEE.
           IF haveEmp NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF pendIn = "Y"
               PERFORM MISS-CLOCK-OUT
           END-IF
           MOVE curID to el-id
           MOVE curName to el-name
           COMPUTE el-reg ROUNDED = curReg / 60
           COMPUTE el-ot ROUNDED = curOT / 60
           MOVE curRate to el-rate
           MOVE curGross to el-gross
           WRITE printRec FROM empLine AFTER ADVANCING 1 LINES
           ADD curReg to totReg
           ADD curOT to totOT
           ADD curGross to totGross.

       MISS-CLOCK-OUT.
           MOVE "I" to missType
           MOVE pendDate to missDate
           MOVE pendTime to missTime
           PERFORM ADD-MISSED
           MOVE "N" to pendIn.

       ADD-MISSED.
           IF missCount >= 100
               ADD 1 to missOver
               EXIT PARAGRAPH
           END-IF
           ADD 1 to missCount
           MOVE curID to mp-id(missCount)
           MOVE curName to mp-name(missCount)
           MOVE missDate to mp-date(missCount)
           MOVE missTime to mp-time(missCount)
           MOVE missType to mp-kind(missCount).

      **** The shift's minutes go regular until the week reaches   ****
      **** 40 hours, overtime after - punches are in time order so ****
      **** the week fills the way it was worked ****
       PAY-SHIFT.
           MOVE "N" to pendIn
           MOVE pendTime to timeParts
           COMPUTE inMins = tp-hh * 60 + tp-mi
           MOVE srt-time to timeParts
           COMPUTE outMins = tp-hh * 60 + tp-mi
           COMPUTE shiftMins = outMins - inMins
           COMPUTE dayIdx = FUNCTION INTEGER-OF-DATE(srt-date)
               - fromInt + 1
           COMPUTE weekIdx = (dayIdx - 1) / 7 + 1
           COMPUTE weekLeft = 2400 - wk-mins(weekIdx)
           IF weekLeft < ZEROES
               MOVE ZEROES to weekLeft
           END-IF
           IF shiftMins > weekLeft
               MOVE weekLeft to regPart
               COMPUTE otPart = shiftMins - weekLeft
           ELSE
               MOVE shiftMins to regPart
               MOVE ZEROES to otPart
           END-IF
           ADD shiftMins to wk-mins(weekIdx)
           ADD regPart to curReg
           ADD otPart to curOT
           COMPUTE shiftCost ROUNDED =
               (regPart * curRate + otPart * curRate * 1.5) / 60
           ADD shiftCost to curGross
           ADD shiftMins to dy-mins(dayIdx)
           ADD shiftCost to dy-labor(dayIdx).

       PRINT-EMP-TOTAL.
           MOVE SPACES to empLine
           MOVE "  TOTAL" to el-name
           COMPUTE el-reg ROUNDED = totReg / 60
           COMPUTE el-ot ROUNDED = totOT / 60
           MOVE totGross to el-gross
           WRITE printRec FROM empLine AFTER ADVANCING 2 LINES.

       PRINT-MISSED.
           MOVE "MISSED PUNCHES - MANAGER CORRECTION NEEDED (NOT PAID)"
               to sc-text
           WRITE printRec FROM sectLine AFTER ADVANCING 3 LINES
           WRITE printRec FROM missHead AFTER ADVANCING 2 LINES
           IF missCount = ZEROES
               MOVE SPACES to missLine
               MOVE "NONE" to ml-id
               WRITE printRec FROM missLine AFTER ADVANCING 1 LINES
           END-IF
           PERFORM VARYING mp-idx FROM 1 BY 1
                   UNTIL mp-idx > missCount
               MOVE mp-id(mp-idx) to ml-id
               MOVE mp-name(mp-idx) to ml-name
               MOVE mp-date(mp-idx) to ml-date
               MOVE mp-time(mp-idx) to ml-time
               IF mp-kind(mp-idx) = "I"
                   MOVE "NO CLOCK-OUT AFTER THIS CLOCK-IN" to ml-text
               ELSE
                   MOVE "NO CLOCK-IN BEFORE THIS CLOCK-OUT" to ml-text
               END-IF
               WRITE printRec FROM missLine AFTER ADVANCING 1 LINES
           END-PERFORM
           IF missOver > ZEROES
               MOVE SPACES to missLine
               MOVE "** MORE NOT LISTED - CORRECT THESE AND RERUN"
                   to ml-text
               WRITE printRec FROM missLine AFTER ADVANCING 1 LINES
           END-IF.

      **** The day's sales before tax, the way MARGIN-RPT takes    ****
      **** them - a VOID or REFUND comes off the day it was made ****
       READ-SALES.
           OPEN INPUT cremeFile
           PERFORM UNTIL cremeEOF = "Y"
               READ cremeFile
                   AT END
                       MOVE "Y" to cremeEOF
                   NOT AT END
                       IF tk-date NUMERIC
                           AND tk-date >= fromDate
                           AND tk-date <= toDate
                           COMPUTE dayIdx =
                               FUNCTION INTEGER-OF-DATE(tk-date)
                               - fromInt + 1
                           EVALUATE tk-type
                               WHEN "S"
                                   ADD unPrice-in to dy-sales(dayIdx)
                               WHEN "V"
                               WHEN "R"
                                   SUBTRACT unPrice-in
                                       FROM dy-sales(dayIdx)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE cremeFile.

       PRINT-DAYS.
           MOVE "DAILY LABOR COST TO SALES" to sc-text
           WRITE printRec FROM sectLine AFTER ADVANCING 3 LINES
           WRITE printRec FROM dayHead AFTER ADVANCING 2 LINES
           MOVE ZEROES to totMins totLabor totSales
           PERFORM VARYING dy-idx FROM 1 BY 1
                   UNTIL dy-idx > periodDays
               COMPUTE workDate = FUNCTION DATE-OF-INTEGER
                   (fromInt + dy-idx - 1)
               MOVE SPACES to dayLine
               MOVE workDate to dl-date
               COMPUTE dl-hours ROUNDED = dy-mins(dy-idx) / 60
               MOVE dy-labor(dy-idx) to dl-labor
               MOVE dy-sales(dy-idx) to dl-sales
               MOVE dy-labor(dy-idx) to pctLabor
               MOVE dy-sales(dy-idx) to pctSales
               PERFORM EDIT-PCT
               WRITE printRec FROM dayLine AFTER ADVANCING 1 LINES
               ADD dy-mins(dy-idx) to totMins
               ADD dy-labor(dy-idx) to totLabor
               ADD dy-sales(dy-idx) to totSales
           END-PERFORM
           MOVE SPACES to dayLine
           COMPUTE dl-hours ROUNDED = totMins / 60
           MOVE totLabor to dl-labor
           MOVE totSales to dl-sales
           MOVE totLabor to pctLabor
           MOVE totSales to pctSales
           PERFORM EDIT-PCT
           WRITE printRec FROM dayLine AFTER ADVANCING 2 LINES.

      **** Labor as a percent of pctSales - no percent on a day   ***
      **** with nothing sold ****
       EDIT-PCT.
           IF pctSales > ZEROES
               COMPUTE pctWork ROUNDED = pctLabor * 100 / pctSales
               MOVE pctWork to dl-pct
               MOVE "%" to dl-pctSign
           ELSE IF pctLabor > ZEROES
               MOVE "NO SALES" to dl-flag
           END-IF.

       END PROGRAM HOURS-RPT.
