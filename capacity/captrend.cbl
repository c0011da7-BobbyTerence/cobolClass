      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Weekly capacity trend report off the caphist.txt
      *          history CAP-STATS builds nightly. For each data file
      *          it prints the latest record count and the growth over
      *          the last 4, 13 and 52 weeks, and - where capthr.dat
      *          sets a threshold for the file - the days until the
      *          file crosses it at its current rate of growth (the
      *          13-week rate, or the 4-week rate while the history is
      *          younger than that). For each RUN-CTL step it prints
      *          the latest elapsed time against the step's 13-week
      *          average and flags a run that has drifted well above
      *          it. A file over its threshold or due to cross it
      *          within the warning horizon, and a drifting step, are
      *          written to capwarn.txt for OPS-STATUS to show each
      *          morning.
      *          capthr.dat - one line per file: the file name in
      *          columns 1-30 and the threshold record count in 32-40.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match capstats.cbl's histRec ****
           select histFile assign to 'caphist.txt'
               organization is line sequential
               file status is histFile-Status.

      **** Optional per-file thresholds ****
           select thrFile assign to 'capthr.dat'
               organization is line sequential
               file status is thrFile-Status.

      **** Files and steps in warning, replaced every run ****
           select warnFile assign to 'capwarn.txt'
               organization is line sequential.

           select trendRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
           fd histFile.
           01 histRec.
               03 ch-date pic 9(8).
               03      pic x.
               03 ch-kind pic x(1).
               03      pic x.
               03 ch-name pic x(30).
               03      pic x.
               03 ch-value pic 9(9).

           fd thrFile.
           01 thrRec.
               03 ct-name pic x(30).
               03      pic x.
               03 ct-limit pic 9(9).

      **** layout must match opsstatus.cbl's warnRec ****
           fd warnFile.
           01 warnRec.
               03 cw-date pic 9(8).
               03      pic x.
               03 cw-kind pic x(1).
               03      pic x.
               03 cw-name pic x(30).
               03      pic x.
               03 cw-text pic x(40).

           fd trendRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 histFile-Status pic xx.
       01 thrFile-Status pic xx.
       01 histEOF pic x VALUE "N".
       01 thrEOF pic x VALUE "N".

       01 sysdate8 pic 9(8).

      **** Warning horizon in days, and how far above its average ****
      *    a step's run time must be to count as drift                  *
       01 warnDays pic 9(3) VALUE 90.
       01 driftPct pic 9(3) VALUE 150.
       01 driftMinSecs pic 9(3) VALUE 60.
       01 driftMinRuns pic 9(2) VALUE 3.

      **** One entry per file or step on the history ****
       01 TrendTable.
           03 TrendEntry OCCURS 100 TIMES.
               05 te-kind pic x(1).
               05 te-name pic x(30).
               05 te-lastDate pic 9(8).
               05 te-lastInt pic 9(9).
               05 te-lastVal pic 9(9).
               05 te-window OCCURS 3 TIMES.
                   07 te-wDate pic 9(8).
                   07 te-wVal pic 9(9).
               05 te-sumSecs pic 9(11).
               05 te-runs pic 9(5).
               05 te-limit pic 9(9).
       01 trendCount pic 9(3) VALUE ZEROES.
       01 te-idx pic 9(3).
       01 te-found pic x.

      **** The three windows in days - 4, 13 and 52 weeks ****
       01 windowDays.
           03      pic 9(3) VALUE 028.
           03      pic 9(3) VALUE 091.
           03      pic 9(3) VALUE 364.
       01 windowTable REDEFINES windowDays.
           03 wdDays pic 9(3) OCCURS 3 TIMES.
       01 wd-idx pic 9(1).

       01 histInt pic 9(9).
       01 cutInt pic s9(9).
       01 growth pic s9(9).
       01 rateDays pic 9(5).
       01 dailyRate pic s9(7)v9999.
       01 daysLeft pic 9(7).
       01 avgSecs pic 9(7).
       01 warnText pic x(40).
       01 warnCount pic 9(3) VALUE ZEROES.
       01 growthEd pic -ZZZ,ZZZ,ZZ9.
       01 daysEd pic ZZZ,ZZ9.
       01 daysLead pic 9(1).

       01 reportHead.
           03 pic x(30) VALUE "CAPACITY TREND REPORT - ".
           03 rh-date pic 9999/99/99.

       01 fileHead1.
           03 pic x(40) VALUE "DATA FILE GROWTH (RECORDS)".

       01 fileHead2.
           03 pic x(16) VALUE "File".
           03 pic x(12) VALUE "     Current".
           03 pic x(13) VALUE "      4 Weeks".
           03 pic x(13) VALUE "     13 Weeks".
           03 pic x(13) VALUE "     52 Weeks".
           03 pic x(13) VALUE "    Threshold".
           03 pic x(9) VALUE " Days Lft".
           03 pic x(2).
           03 pic x(20) VALUE "Warning".

       01 fileLine.
           03 fl-name pic x(15).
           03      pic x(1).
           03 fl-current pic ZZZ,ZZZ,ZZ9.
           03      pic x(1).
           03 fl-g4 pic x(12).
           03      pic x(1).
           03 fl-g13 pic x(12).
           03      pic x(1).
           03 fl-g52 pic x(12).
           03      pic x(1).
           03 fl-limit pic x(12).
           03      pic x(2).
           03 fl-days pic x(7).
           03      pic x(3).
           03 fl-warn pic x(30).

       01 stepHead1.
           03 pic x(40) VALUE "RUN-CTL STEP RUN TIME (SECONDS)".

       01 stepHead2.
           03 pic x(31) VALUE "Step".
           03 pic x(12) VALUE "Last Run".
           03 pic x(9) VALUE "  Elapsed".
           03 pic x(9) VALUE "  13W Avg".
           03 pic x(7) VALUE "   Runs".
           03 pic x(2).
           03 pic x(20) VALUE "Warning".

       01 stepLine.
           03 sl-name pic x(30).
           03      pic x(1).
           03 sl-lastDate pic 9999/99/99.
           03      pic x(2).
           03 sl-last pic ZZZZZZ9.
           03      pic x(2).
           03 sl-avg pic ZZZZZZ9.
           03      pic x(2).
           03 sl-runs pic ZZZZ9.
           03      pic x(4).
           03 sl-warn pic x(30).

       01 noneLine pic x(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT sysdate8 FROM DATE YYYYMMDD
           OPEN OUTPUT trendRep
           OPEN OUTPUT warnFile
           MOVE sysdate8 to rh-date
           WRITE printRep FROM reportHead AFTER ADVANCING 1 LINES

           OPEN INPUT histFile
           IF histFile-Status NOT = "00"
               MOVE "  no caphist.txt - run CAP-STATS first"
                   to noneLine
               WRITE printRep FROM noneLine AFTER ADVANCING 2 LINES
           ELSE
               PERFORM LATEST-PASS
               CLOSE histFile
               PERFORM LOAD-THRESHOLDS
               MOVE "N" to histEOF
               OPEN INPUT histFile
               PERFORM WINDOW-PASS
               CLOSE histFile
               PERFORM PRINT-FILES
               PERFORM PRINT-STEPS
           END-IF

           DISPLAY "Capacity trend printed - " warnCount
               " file(s)/step(s) in warning"
           CLOSE trendRep warnFile
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

      **** Pass 1 - each file's and step's latest value ****
       LATEST-PASS.
           PERFORM UNTIL histEOF = "Y"
               READ histFile
                   AT END
                       MOVE "Y" to histEOF
                   NOT AT END
                       PERFORM FIND-ENTRY
                       IF te-idx > ZEROES
                           AND ch-date NOT < te-lastDate(te-idx)
                           MOVE ch-date to te-lastDate(te-idx)
                           MOVE ch-value to te-lastVal(te-idx)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING te-idx FROM 1 BY 1
                   UNTIL te-idx > trendCount
               COMPUTE te-lastInt(te-idx) =
                   FUNCTION INTEGER-OF-DATE(te-lastDate(te-idx))
           END-PERFORM.

      **** Leaves te-idx on the ch-kind/ch-name entry, adding it    ***
      *    when new - zero when the table is full                       *
       FIND-ENTRY.
           MOVE "N" to te-found
           PERFORM VARYING te-idx FROM 1 BY 1
                   UNTIL te-idx > trendCount OR te-found = "Y"
               IF te-kind(te-idx) = ch-kind
                   AND te-name(te-idx) = ch-name
                   MOVE "Y" to te-found
               END-IF
           END-PERFORM
           IF te-found = "Y"
               SUBTRACT 1 FROM te-idx
               EXIT PARAGRAPH
           END-IF
           IF trendCount NOT < 100
               MOVE ZEROES to te-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 to trendCount
           MOVE trendCount to te-idx
           MOVE ch-kind to te-kind(te-idx)
           MOVE ch-name to te-name(te-idx)
           MOVE ZEROES to te-lastDate(te-idx) te-lastInt(te-idx)
               te-lastVal(te-idx) te-sumSecs(te-idx) te-runs(te-idx)
               te-limit(te-idx)
           PERFORM VARYING wd-idx FROM 1 BY 1 UNTIL wd-idx > 3
               MOVE ZEROES to te-wDate(te-idx, wd-idx)
               MOVE ZEROES to te-wVal(te-idx, wd-idx)
           END-PERFORM.

       LOAD-THRESHOLDS.
           OPEN INPUT thrFile
           IF thrFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL thrEOF = "Y"
               READ thrFile
                   AT END
                       MOVE "Y" to thrEOF
                   NOT AT END
                       PERFORM VARYING te-idx FROM 1 BY 1
                               UNTIL te-idx > trendCount
                           IF te-kind(te-idx) = "F"
                               AND te-name(te-idx) = ct-name
                               AND ct-limit NUMERIC
                               MOVE ct-limit to te-limit(te-idx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE thrFile.

      **** Pass 2 - for a file, the latest count on or before each ***
      *    window's start; for a step, the runs of the 13 weeks        *
      *    before its latest run, for the average                       *
       WINDOW-PASS.
           PERFORM UNTIL histEOF = "Y"
               READ histFile
                   AT END
                       MOVE "Y" to histEOF
                   NOT AT END
                       PERFORM FIND-ENTRY
                       IF te-idx > ZEROES
                           PERFORM WINDOW-ONE
                       END-IF
               END-READ
           END-PERFORM.

       WINDOW-ONE.
           COMPUTE histInt = FUNCTION INTEGER-OF-DATE(ch-date)
           IF ch-kind = "S"
               COMPUTE cutInt = te-lastInt(te-idx) - wdDays(2)
               IF ch-date < te-lastDate(te-idx) AND histInt > cutInt
                   ADD ch-value to te-sumSecs(te-idx)
                   ADD 1 to te-runs(te-idx)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING wd-idx FROM 1 BY 1 UNTIL wd-idx > 3
               COMPUTE cutInt = te-lastInt(te-idx) - wdDays(wd-idx)
               IF histInt NOT > cutInt
                   AND ch-date NOT < te-wDate(te-idx, wd-idx)
                   MOVE ch-date to te-wDate(te-idx, wd-idx)
                   MOVE ch-value to te-wVal(te-idx, wd-idx)
               END-IF
           END-PERFORM.

      ******************************************************************
      * File growth, with days to threshold                          *
      ******************************************************************
       PRINT-FILES.
           WRITE printRep FROM fileHead1 AFTER ADVANCING 2 LINES
           WRITE printRep FROM fileHead2 AFTER ADVANCING 2 LINES
           PERFORM VARYING te-idx FROM 1 BY 1
                   UNTIL te-idx > trendCount
               IF te-kind(te-idx) = "F"
                   PERFORM PRINT-FILE
               END-IF
           END-PERFORM.

       PRINT-FILE.
           MOVE SPACES to fileLine warnText
           MOVE te-name(te-idx) to fl-name
           MOVE te-lastVal(te-idx) to fl-current
           MOVE 1 to wd-idx
           PERFORM FORMAT-GROWTH
           MOVE growthEd to fl-g4
           IF te-wDate(te-idx, 1) = ZEROES
               MOVE "         n/a" to fl-g4
           END-IF
           MOVE 2 to wd-idx
           PERFORM FORMAT-GROWTH
           MOVE growthEd to fl-g13
           IF te-wDate(te-idx, 2) = ZEROES
               MOVE "         n/a" to fl-g13
           END-IF
           MOVE 3 to wd-idx
           PERFORM FORMAT-GROWTH
           MOVE growthEd to fl-g52
           IF te-wDate(te-idx, 3) = ZEROES
               MOVE "         n/a" to fl-g52
           END-IF

           IF te-limit(te-idx) > ZEROES
               MOVE te-limit(te-idx) to growthEd
               MOVE growthEd to fl-limit
               PERFORM PROJECT-DAYS
           END-IF
           MOVE warnText to fl-warn
           WRITE printRep FROM fileLine AFTER ADVANCING 1 LINES
           IF warnText NOT = SPACES
               PERFORM WRITE-WARNING
           END-IF.

       FORMAT-GROWTH.
           COMPUTE growth = te-lastVal(te-idx)
               - te-wVal(te-idx, wd-idx)
           MOVE growth to growthEd.

      **** Days to threshold at the 13-week rate (4-week while the ***
      *    history is younger) - a shrinking or flat file never        *
      *    crosses                                                      *
       PROJECT-DAYS.
           IF te-lastVal(te-idx) NOT < te-limit(te-idx)
               MOVE "      0" to fl-days
               MOVE "OVER THRESHOLD" to warnText
               EXIT PARAGRAPH
           END-IF
           MOVE 2 to wd-idx
           IF te-wDate(te-idx, 2) = ZEROES
               MOVE 1 to wd-idx
           END-IF
           IF te-wDate(te-idx, wd-idx) = ZEROES
               MOVE "    n/a" to fl-days
               EXIT PARAGRAPH
           END-IF
           COMPUTE rateDays = te-lastInt(te-idx)
               - FUNCTION INTEGER-OF-DATE(te-wDate(te-idx, wd-idx))
           COMPUTE growth = te-lastVal(te-idx)
               - te-wVal(te-idx, wd-idx)
           IF growth NOT > ZEROES OR rateDays = ZEROES
               MOVE "  never" to fl-days
               EXIT PARAGRAPH
           END-IF
           COMPUTE dailyRate = growth / rateDays
           IF dailyRate = ZEROES
               MOVE "  never" to fl-days
               EXIT PARAGRAPH
           END-IF
           COMPUTE daysLeft =
               (te-limit(te-idx) - te-lastVal(te-idx)) / dailyRate
               ON SIZE ERROR
                   MOVE 9999999 to daysLeft
           END-COMPUTE
           MOVE daysLeft to daysEd
           MOVE daysEd to fl-days
           IF daysLeft NOT > warnDays
               MOVE SPACES to warnText
               MOVE ZEROES to daysLead
               INSPECT daysEd TALLYING daysLead FOR LEADING SPACES
               STRING "THRESHOLD IN " DELIMITED BY SIZE
                   daysEd(daysLead + 1:) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO warnText
           END-IF.

      ******************************************************************
      * Step run times against their 13-week average                 *
      ******************************************************************
       PRINT-STEPS.
           WRITE printRep FROM stepHead1 AFTER ADVANCING 3 LINES
           WRITE printRep FROM stepHead2 AFTER ADVANCING 2 LINES
           PERFORM VARYING te-idx FROM 1 BY 1
                   UNTIL te-idx > trendCount
               IF te-kind(te-idx) = "S"
                   PERFORM PRINT-STEP
               END-IF
           END-PERFORM.

       PRINT-STEP.
           MOVE SPACES to stepLine warnText
           MOVE te-name(te-idx) to sl-name
           MOVE te-lastDate(te-idx) to sl-lastDate
           MOVE te-lastVal(te-idx) to sl-last
           MOVE ZEROES to avgSecs
           IF te-runs(te-idx) > ZEROES
               COMPUTE avgSecs ROUNDED =
                   te-sumSecs(te-idx) / te-runs(te-idx)
           END-IF
           MOVE avgSecs to sl-avg
           MOVE te-runs(te-idx) to sl-runs
      **** Drift - half again over the average, by a minute or   ****
      *    more, once there are enough runs to average                  *
           IF te-runs(te-idx) NOT < driftMinRuns
               AND te-lastVal(te-idx) * 100 > avgSecs * driftPct
               AND te-lastVal(te-idx) - avgSecs NOT < driftMinSecs
               MOVE "RUN TIME DRIFT" to warnText
           END-IF
           MOVE warnText to sl-warn
           WRITE printRep FROM stepLine AFTER ADVANCING 1 LINES
           IF warnText NOT = SPACES
               PERFORM WRITE-WARNING
           END-IF.

       WRITE-WARNING.
           MOVE SPACES to warnRec
           MOVE sysdate8 to cw-date
           MOVE te-kind(te-idx) to cw-kind
           MOVE te-name(te-idx) to cw-name
           MOVE warnText to cw-text
           WRITE warnRec
           ADD 1 to warnCount.

       END PROGRAM CAP-TREND.
