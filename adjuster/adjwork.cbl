      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Monthly adjuster workload and claim cycle-time report
      *          for claims management. For each adjuster on
      *          adjuster.dat (and any code claims carry that is not on
      *          it) it prints the open inventory today, the claims
      *          opened, closed and reopened in the report month, the
      *          average days from loss to close of the month's closes,
      *          reserve accuracy of those closes - the first reserve
      *          on claimtrn.txt against the final paid at closure -
      *          and the open inventory aged by days open. An inactive
      *          adjuster still holding open claims is flagged
      *          REASSIGN, and those claims are listed at the end.
      *          Claims count under the adjuster they are assigned to
      *          now. A claim is dated open by its first line on
      *          claimtrn.txt, closed by CLS and reopened by ROP. The
      *          report month is last month unless adjwork.dat names
      *          one (YYYYMM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJ-WORKLOAD.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** layout must match adjmaint.cbl's adjRec ****
           select adjFile assign to 'adjuster.dat'
               organization is INDEXED
               access mode is SEQUENTIAL
               record key is aj-code
               FILE STATUS is adjFile-Status.

      **** layout must match claimmaint.cbl's trnLine ****
           select trnFile assign to 'claimtrn.txt'
               organization is line sequential
               file status is trnFile-Status.

      **** Optional override of the report month ****
           select monthFile assign to 'adjwork.dat'
               organization is line sequential
               file status is monthFile-Status.

           select workRep assign to printer.

       DATA DIVISION.
       file section.
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

           fd adjFile.
           01 adjRec.
               03 aj-code pic x(5).
               03 aj-name pic x(20).
               03 aj-active pic x(2).

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

           fd monthFile.
           01 monthRec.
               03 mo-month pic 9(6).

           fd workRep.
               01 printRep pic x(132).

       working-storage section.
       01 claimFile-Status pic xx.
       01 adjFile-Status pic xx.
       01 trnFile-Status pic xx.
       01 monthFile-Status pic xx.
       01 claimEOF pic x VALUE "N".
       01 adjEOF pic x VALUE "N".
       01 trnEOF pic x VALUE "N".

       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 reportMonth pic 9(6).
       01 rm-parts REDEFINES reportMonth.
           03 rm-year pic 9(4).
           03 rm-month pic 9(2).
       01 trnYMD pic 9(8).
       01 fromYMD pic 9(8).
       01 dayGap pic s9(7).
       01 orphanCount pic 9(7) VALUE ZEROES.

      **** dateval call interface ****
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).

      **** Every claim on file, in claim order, with what the trail ***
      *    says about it                                                *
       01 ClaimTable.
           03 ClaimEntry OCCURS 3000 TIMES.
               05 ck-claimNum pic x(6).
               05 ck-adjuster pic x(5).
               05 ck-status pic x(2).
               05 ck-lossYMD pic 9(8).
               05 ck-openYMD pic 9(8).
               05 ck-rsvSet pic x(1).
               05 ck-firstRsv pic 9(8)v99.
               05 ck-closeYMD pic 9(8).
               05 ck-closePaid pic 9(8)v99.
               05 ck-reopens pic 9(3).
       01 claimCount pic 9(4) VALUE ZEROES.
       01 ck-idx pic 9(4).
       01 ck-found pic x.

      **** One slot per adjuster - adjuster.dat's in code order,   ****
      *    then any code claims carry that is not on file              *
       01 AdjTable.
           03 AdjEntry OCCURS 200 TIMES.
               05 ak-code pic x(5).
               05 ak-name pic x(20).
               05 ak-active pic x(2).
               05 ak-open pic 9(5).
               05 ak-new pic 9(5).
               05 ak-closed pic 9(5).
               05 ak-reopened pic 9(5).
               05 ak-closeDays pic 9(9).
               05 ak-rsvCount pic 9(5).
               05 ak-firstRsv pic 9(10)v99.
               05 ak-finalPaid pic 9(10)v99.
               05 ak-age pic 9(5) OCCURS 5 TIMES.
       01 adjCount pic 9(3) VALUE ZEROES.
       01 ak-idx pic 9(3).
       01 ak-found pic x.
       01 ag-idx pic 9(1).

      **** Grand totals - same shape as one adjuster slot ****
       01 gr-open pic 9(6) VALUE ZEROES.
       01 gr-new pic 9(6) VALUE ZEROES.
       01 gr-closed pic 9(6) VALUE ZEROES.
       01 gr-reopened pic 9(6) VALUE ZEROES.
       01 gr-closeDays pic 9(10) VALUE ZEROES.
       01 gr-firstRsv pic 9(11)v99 VALUE ZEROES.
       01 gr-finalPaid pic 9(11)v99 VALUE ZEROES.
       01 gr-age pic 9(6) OCCURS 5 TIMES.
       01 reassignCount pic 9(5) VALUE ZEROES.

       01 avgDays pic 9(5).
       01 accPct pic 9(4)v9.

       01 header1.
           03      pic x(40) VALUE
               "ADJUSTER WORKLOAD AND CYCLE TIME - MONTH".
           03      pic x(1).
           03 h1-year pic 9(4).
           03      pic x(1) VALUE "/".
           03 h1-month pic 9(2).
           03      pic x(10).
           03      pic x(7) VALUE "Run on ".
           03 h1-date pic 99/99/9999.
           03      pic x(10).
           03      pic x(12) VALUE "Will Flowers".

       01 header2.
           03 pic x(50).
           03 pic x(41) VALUE
               "----------- CLOSED IN REPORT MONTH ------".
           03 pic x(25) VALUE "----- OPEN, DAYS OPEN ---".

       01 header3.
           03 pic x(6) VALUE "Adj".
           03 pic x(21) VALUE "Name".
           03 pic x(3) VALUE "St".
           03 pic x(5) VALUE " Open".
           03 pic x(5) VALUE "  New".
           03 pic x(5) VALUE " Clsd".
           03 pic x(5) VALUE " Reop".
           03 pic x(6) VALUE "  Days".
           03 pic x(14) VALUE "   First Rsv".
           03 pic x(14) VALUE "  Final Paid".
           03 pic x(7) VALUE " Pd/Rsv".
           03 pic x(5) VALUE " 0-30".
           03 pic x(5) VALUE "31-90".
           03 pic x(5) VALUE " -180".
           03 pic x(5) VALUE " -365".
           03 pic x(5) VALUE " 365+".
           03 pic x(9) VALUE " Action".

       01 adjLine.
           03 al-code pic x(5).
           03      pic x(1).
           03 al-name pic x(20).
           03      pic x(1).
           03 al-active pic x(2).
           03      pic x(1).
           03 al-open pic ZZZZ9.
           03 al-new pic ZZZZ9.
           03 al-closed pic ZZZZ9.
           03 al-reopened pic ZZZZ9.
           03 al-days pic ZZZZZ9.
           03 al-firstRsv pic ZZZ,ZZZ,ZZ9.99.
           03 al-finalPaid pic ZZZ,ZZZ,ZZ9.99.
           03 al-pct pic ZZZZ9.9.
           03 al-age pic ZZZZ9 OCCURS 5 TIMES.
           03      pic x(1).
           03 al-action pic x(8).

       01 reassignHead.
           03 pic x(50) VALUE
               "OPEN CLAIMS HELD BY INACTIVE OR UNKNOWN ADJUSTERS".

       01 reassignCols.
           03 pic x(8) VALUE "Claim".
           03 pic x(7) VALUE "Adj".
           03 pic x(22) VALUE "Name".
           03 pic x(4) VALUE "St".
           03 pic x(10) VALUE "Days Open".

       01 reassignLine.
           03 ra-claimNum pic x(6).
           03      pic x(2).
           03 ra-adjuster pic x(5).
           03      pic x(2).
           03 ra-name pic x(20).
           03      pic x(2).
           03 ra-status pic x(2).
           03      pic x(2).
           03 ra-days pic ZZZZ9.

       01 totalLine.
           03 tl-text pic x(40).
           03 tl-count pic ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-ADJUSTERS
           PERFORM LOAD-CLAIMS
           PERFORM TRN-PASS
           PERFORM VARYING ck-idx FROM 1 BY 1
                   UNTIL ck-idx > claimCount
               PERFORM TALLY-CLAIM
           END-PERFORM
           PERFORM PRINT-ADJUSTERS
           PERFORM PRINT-REASSIGN
           PERFORM CLOSEJOB.

      **** The report month defaults to the month before this one ***
       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE today8(5:4) to todayMDY(1:4)
           MOVE today8(1:4) to todayMDY(5:4)
           MOVE today8(1:6) to reportMonth
           IF rm-month = 1
               MOVE 12 to rm-month
               SUBTRACT 1 FROM rm-year
           ELSE
               SUBTRACT 1 FROM rm-month
           END-IF
           OPEN INPUT monthFile
           IF monthFile-Status = "00"
               READ monthFile
                   AT END continue
                   NOT AT END
                       IF mo-month NUMERIC AND mo-month(5:2) > "00"
                           AND mo-month(5:2) < "13"
                           MOVE mo-month to reportMonth
                       END-IF
               END-READ
               CLOSE monthFile
           END-IF
           MOVE ZEROES to gr-age(1) gr-age(2) gr-age(3) gr-age(4)
               gr-age(5)
           OPEN OUTPUT workRep
           MOVE rm-year to h1-year
           MOVE rm-month to h1-month
           MOVE todayMDY to h1-date
           WRITE printRep FROM header1 AFTER ADVANCING 1 LINES
           WRITE printRep FROM header2 AFTER ADVANCING 2 LINES
           WRITE printRep FROM header3 AFTER ADVANCING 1 LINES.

       LOAD-ADJUSTERS.
           OPEN INPUT adjFile
           IF adjFile-Status NOT = "00"
               DISPLAY "WARNING - adjuster.dat could not be opened "
                   "(status " adjFile-Status ") - every adjuster "
                   "prints as not on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL adjEOF = "Y"
               READ adjFile NEXT RECORD
                   AT END
                       MOVE "Y" to adjEOF
                   NOT AT END
                       IF adjCount < 200
                           ADD 1 to adjCount
                           MOVE adjCount to ak-idx
                           PERFORM CLEAR-ADJ-SLOT
                           MOVE aj-code to ak-code(ak-idx)
                           MOVE aj-name to ak-name(ak-idx)
                           MOVE aj-active to ak-active(ak-idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE adjFile.

       CLEAR-ADJ-SLOT.
           MOVE SPACES to ak-code(ak-idx) ak-name(ak-idx)
               ak-active(ak-idx)
           MOVE ZEROES to ak-open(ak-idx) ak-new(ak-idx)
               ak-closed(ak-idx) ak-reopened(ak-idx)
               ak-closeDays(ak-idx) ak-rsvCount(ak-idx)
               ak-firstRsv(ak-idx) ak-finalPaid(ak-idx)
           PERFORM VARYING ag-idx FROM 1 BY 1 UNTIL ag-idx > 5
               MOVE ZEROES to ak-age(ak-idx, ag-idx)
           END-PERFORM.

       LOAD-CLAIMS.
           OPEN INPUT claimFile
           IF claimFile-Status NOT = "00"
               DISPLAY "Error, claims.dat could not be opened "
                   "(status " claimFile-Status ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL claimEOF = "Y"
               READ claimFile NEXT RECORD
                   AT END
                       MOVE "Y" to claimEOF
                   NOT AT END
                       PERFORM ADD-CLAIM-ENTRY
               END-READ
           END-PERFORM
           CLOSE claimFile.

       ADD-CLAIM-ENTRY.
           IF claimCount NOT < 3000
               DISPLAY "Warning, claim table full, claim "
                   cl-claimNum " not counted"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to claimCount
           MOVE cl-claimNum to ck-claimNum(claimCount)
           MOVE cl-adjuster to ck-adjuster(claimCount)
           MOVE cl-status to ck-status(claimCount)
      **** Loss dates are MMDDYYYY - converted for the arithmetic ****
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, cl-lossDate,
               ck-lossYMD(claimCount), dateValFlag
           IF dateValFlag NOT = "Y"
               MOVE ZEROES to ck-lossYMD(claimCount)
           END-IF
           MOVE ZEROES to ck-openYMD(claimCount)
               ck-firstRsv(claimCount) ck-closeYMD(claimCount)
               ck-closePaid(claimCount) ck-reopens(claimCount)
           MOVE "N" to ck-rsvSet(claimCount).

      **** One pass over the claim trail - the first line dates the ***
      *    opening, the first RSV is the first reserve, and the        *
      *    report month's CLS and ROP lines are the closes and         *
      *    reopens                                                      *
       TRN-PASS.
           OPEN INPUT trnFile
           IF trnFile-Status NOT = "00"
               DISPLAY "WARNING - claimtrn.txt could not be opened "
                   "(status " trnFile-Status ") - open inventory only"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL trnEOF = "Y"
               READ trnFile
                   AT END
                       MOVE "Y" to trnEOF
                   NOT AT END
                       PERFORM PLACE-TRN
               END-READ
           END-PERFORM
           CLOSE trnFile.

       PLACE-TRN.
           IF ct-date NOT NUMERIC OR ct-new NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to ck-found
           PERFORM VARYING ck-idx FROM 1 BY 1
                   UNTIL ck-idx > claimCount OR ck-found = "Y"
               IF ck-claimNum(ck-idx) = ct-claimNum
                   MOVE "Y" to ck-found
               END-IF
           END-PERFORM
           IF ck-found NOT = "Y"
               ADD 1 to orphanCount
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM ck-idx

      **** The trail's dates are 00YYMMDD (ACCEPT FROM DATE) ****
           MOVE ct-date to trnYMD
           MOVE "20" to trnYMD(1:2)
           IF ck-openYMD(ck-idx) = ZEROES
               MOVE trnYMD to ck-openYMD(ck-idx)
           END-IF
           IF ct-type = "RSV" AND ck-rsvSet(ck-idx) = "N"
               MOVE ct-new to ck-firstRsv(ck-idx)
               MOVE "Y" to ck-rsvSet(ck-idx)
           END-IF
           IF trnYMD(1:6) NOT = reportMonth
               EXIT PARAGRAPH
           END-IF
           EVALUATE ct-type
               WHEN "CLS"
                   MOVE trnYMD to ck-closeYMD(ck-idx)
                   MOVE ct-new to ck-closePaid(ck-idx)
               WHEN "ROP"
                   ADD 1 to ck-reopens(ck-idx)
           END-EVALUATE.

       TALLY-CLAIM.
           PERFORM FIND-ADJ-SLOT
           IF ak-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
           IF ck-openYMD(ck-idx)(1:6) = reportMonth
               ADD 1 to ak-new(ak-idx)
               ADD 1 to gr-new
           END-IF
           ADD ck-reopens(ck-idx) to ak-reopened(ak-idx) gr-reopened

      **** A claim closed twice in the month counts once, by its   ****
      *    last close; one closed and then reopened is still a close  *
           IF ck-closeYMD(ck-idx) > ZEROES
               ADD 1 to ak-closed(ak-idx)
               ADD 1 to gr-closed
               IF ck-lossYMD(ck-idx) > ZEROES
                   COMPUTE dayGap =
                       FUNCTION INTEGER-OF-DATE(ck-closeYMD(ck-idx))
                       - FUNCTION INTEGER-OF-DATE(ck-lossYMD(ck-idx))
                   IF dayGap > 0
                       ADD dayGap to ak-closeDays(ak-idx)
                           gr-closeDays
                   END-IF
               END-IF
               IF ck-rsvSet(ck-idx) = "Y"
                   ADD 1 to ak-rsvCount(ak-idx)
                   ADD ck-firstRsv(ck-idx) to ak-firstRsv(ak-idx)
                       gr-firstRsv
                   ADD ck-closePaid(ck-idx) to ak-finalPaid(ak-idx)
                       gr-finalPaid
               END-IF
           END-IF

           IF ck-status(ck-idx) = "CL"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to ak-open(ak-idx)
           ADD 1 to gr-open
           PERFORM DAYS-OPEN
           EVALUATE TRUE
               WHEN dayGap <= 30
                   MOVE 1 to ag-idx
               WHEN dayGap <= 90
                   MOVE 2 to ag-idx
               WHEN dayGap <= 180
                   MOVE 3 to ag-idx
               WHEN dayGap <= 365
                   MOVE 4 to ag-idx
               WHEN OTHER
                   MOVE 5 to ag-idx
           END-EVALUATE
           ADD 1 to ak-age(ak-idx, ag-idx)
           ADD 1 to gr-age(ag-idx).

      **** Days open to today - from the first trail line, or the  ****
      *    loss date for a claim with no trail at all                   *
       DAYS-OPEN.
           MOVE ck-openYMD(ck-idx) to fromYMD
           IF fromYMD = ZEROES
               MOVE ck-lossYMD(ck-idx) to fromYMD
           END-IF
           MOVE ZEROES to dayGap
           IF fromYMD > ZEROES
               COMPUTE dayGap = FUNCTION INTEGER-OF-DATE(today8)
                   - FUNCTION INTEGER-OF-DATE(fromYMD)
           END-IF
           IF dayGap < 0
               MOVE ZEROES to dayGap
           END-IF.

      **** ak-idx is left on the claim's adjuster - a code not on  ****
      *    adjuster.dat gets a slot of its own, zero means the table   *
      *    is full                                                      *
       FIND-ADJ-SLOT.
           MOVE "N" to ak-found
           PERFORM VARYING ak-idx FROM 1 BY 1
                   UNTIL ak-idx > adjCount OR ak-found = "Y"
               IF ak-code(ak-idx) = ck-adjuster(ck-idx)
                   MOVE "Y" to ak-found
               END-IF
           END-PERFORM
           IF ak-found = "Y"
               SUBTRACT 1 FROM ak-idx
               EXIT PARAGRAPH
           END-IF
           IF adjCount >= 200
               DISPLAY "Warning, adjuster table full, claim "
                   ck-claimNum(ck-idx) " left off the adjuster lines"
               MOVE ZEROES to ak-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 to adjCount
           MOVE adjCount to ak-idx
           PERFORM CLEAR-ADJ-SLOT
           MOVE ck-adjuster(ck-idx) to ak-code(ak-idx)
           IF ck-adjuster(ck-idx) = SPACES
               MOVE "(UNASSIGNED)" to ak-name(ak-idx)
           ELSE
               MOVE "(NOT ON FILE)" to ak-name(ak-idx)
           END-IF.

       PRINT-ADJUSTERS.
           PERFORM VARYING ak-idx FROM 1 BY 1 UNTIL ak-idx > adjCount
               MOVE SPACES to adjLine
               MOVE ak-code(ak-idx) to al-code
               MOVE ak-name(ak-idx) to al-name
               MOVE ak-active(ak-idx) to al-active
               MOVE ak-open(ak-idx) to al-open
               MOVE ak-new(ak-idx) to al-new
               MOVE ak-closed(ak-idx) to al-closed
               MOVE ak-reopened(ak-idx) to al-reopened
               IF ak-closed(ak-idx) > ZEROES
                   COMPUTE avgDays ROUNDED =
                       ak-closeDays(ak-idx) / ak-closed(ak-idx)
                   MOVE avgDays to al-days
               END-IF
               IF ak-rsvCount(ak-idx) > ZEROES
                   MOVE ak-firstRsv(ak-idx) to al-firstRsv
                   MOVE ak-finalPaid(ak-idx) to al-finalPaid
                   IF ak-firstRsv(ak-idx) > ZEROES
                       COMPUTE accPct ROUNDED = ak-finalPaid(ak-idx)
                           * 100 / ak-firstRsv(ak-idx)
                           ON SIZE ERROR MOVE 9999.9 to accPct
                       END-COMPUTE
                       MOVE accPct to al-pct
                   END-IF
               END-IF
               PERFORM VARYING ag-idx FROM 1 BY 1 UNTIL ag-idx > 5
                   MOVE ak-age(ak-idx, ag-idx) to al-age(ag-idx)
               END-PERFORM
               IF ak-open(ak-idx) > ZEROES
                   AND ak-active(ak-idx) NOT = "AC"
                   MOVE "REASSIGN" to al-action
               END-IF
               WRITE printRep FROM adjLine AFTER ADVANCING 1 LINES
           END-PERFORM

           MOVE SPACES to adjLine
           MOVE "ALL ADJUSTERS" to al-name
           MOVE gr-open to al-open
           MOVE gr-new to al-new
           MOVE gr-closed to al-closed
           MOVE gr-reopened to al-reopened
           IF gr-closed > ZEROES
               COMPUTE avgDays ROUNDED = gr-closeDays / gr-closed
               MOVE avgDays to al-days
           END-IF
           MOVE gr-firstRsv to al-firstRsv
           MOVE gr-finalPaid to al-finalPaid
           IF gr-firstRsv > ZEROES
               COMPUTE accPct ROUNDED = gr-finalPaid * 100 / gr-firstRsv
                   ON SIZE ERROR MOVE 9999.9 to accPct
               END-COMPUTE
               MOVE accPct to al-pct
           END-IF
           PERFORM VARYING ag-idx FROM 1 BY 1 UNTIL ag-idx > 5
               MOVE gr-age(ag-idx) to al-age(ag-idx)
           END-PERFORM
           WRITE printRep FROM adjLine AFTER ADVANCING 2 LINES.

      **** The open claims behind each REASSIGN flag ****
       PRINT-REASSIGN.
           WRITE printRep FROM reassignHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM reassignCols AFTER ADVANCING 2 LINES
           PERFORM VARYING ck-idx FROM 1 BY 1
                   UNTIL ck-idx > claimCount
               IF ck-status(ck-idx) NOT = "CL"
                   PERFORM FIND-ADJ-SLOT
                   IF ak-idx > ZEROES
                       AND ak-active(ak-idx) NOT = "AC"
                       PERFORM DAYS-OPEN
                       MOVE ck-claimNum(ck-idx) to ra-claimNum
                       MOVE ck-adjuster(ck-idx) to ra-adjuster
                       MOVE ak-name(ak-idx) to ra-name
                       MOVE ck-status(ck-idx) to ra-status
                       MOVE dayGap to ra-days
                       WRITE printRep FROM reassignLine
                           AFTER ADVANCING 1 LINES
                       ADD 1 to reassignCount
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Claims to reassign:" to tl-text
           MOVE reassignCount to tl-count
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES.

       CLOSEJOB.
           IF orphanCount > ZEROES
               MOVE "Trail lines for claims not on file:" to tl-text
               MOVE orphanCount to tl-count
               WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES
           END-IF
           DISPLAY claimCount " claim(s) across " adjCount
               " adjuster(s) - see the printed workload report"
           CLOSE workRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM ADJ-WORKLOAD.
