      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Nightly dormant-ID sweep - disables every operator
      *          on secfile.dat whose last successful sign-on (dated
      *          by signon) is 90 days or more ago, so an operator who
      *          left or changed jobs does not keep a live ID. The ID
      *          stays on file, flagged D, until a senior re-enables
      *          it through SEC-MAINT's ENABLE. Every disable goes on
      *          seclog.txt as DORMANT and on the printed register. An
      *          operator with no sign-on date yet has the clock
      *          started tonight. The last senior operator still
      *          enabled is never disabled, so there is always someone
      *          left to re-enable the rest.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC-DORMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match signon.cbl's secRec ****
           select secFile assign to 'secfile.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is sec-user
               FILE STATUS is secFile-Status.

      **** The same sign-on log signon.cbl writes ****
           select optional secLog assign to 'seclog.txt'
               organization is line sequential.

           select dormRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
           fd secFile.
           01 secRec.
               03 sec-user pic x(8).
               03 sec-password pic x(8).
               03 sec-level pic 9(1).
               03 sec-pwDate pic 9(8).
               03 sec-fails pic 9(1).
               03 sec-locked pic x(1).
               03 sec-oldPw1 pic x(8).
               03 sec-oldPw2 pic x(8).
               03 sec-scope pic x(1).
               03 sec-agent pic x(5).
               03 sec-lastOn pic 9(8).
               03 sec-super pic x(8).

           fd secLog.
           01 secLogRec pic x(60).

           fd dormRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 secFile-Status pic xx.
       01 endRead pic x VALUE "N".

      **** IDs unused this many days are disabled ****
       01 dormantDays pic 9(3) VALUE 90.
       01 today8 pic 9(8).
       01 idleDays pic s9(9).

      **** Seniors still enabled - the last one is always kept ****
       01 seniorCount pic 9(5) VALUE ZEROES.

       01 readCount pic 9(5) VALUE ZEROES.
       01 disableCount pic 9(5) VALUE ZEROES.
       01 alreadyCount pic 9(5) VALUE ZEROES.
       01 startCount pic 9(5) VALUE ZEROES.
       01 keptCount pic 9(5) VALUE ZEROES.

      **** Same columns as signon.cbl's logLine ****
       01 logLine.
           03 lg-date pic 9(8).
           03      pic x VALUE SPACE.
           03 lg-time pic 9(8).
           03      pic x VALUE SPACE.
           03 lg-user pic x(8).
           03      pic x VALUE SPACE.
           03 lg-result pic x(8).
           03      pic x VALUE SPACE.
           03 lg-prog pic x(12).

       01 wsLogDate pic 9(8).
       01 wsLogTime pic 9(8).

       01 reportHead.
           03 pic x(36) VALUE "DORMANT OPERATOR IDS DISABLED - RUN ".
           03 rh-date pic 9999/99/99.

       01 colHead.
           03 pic x(10) VALUE "Operator".
           03 pic x(7) VALUE "Level".
           03 pic x(14) VALUE "Last sign-on".
           03 pic x(11) VALUE "Days idle".
           03 pic x(10) VALUE "Supervisor".
           03 pic x(2).
           03 pic x(30) VALUE "Action".

       01 dormLine.
           03 dl-user pic x(8).
           03      pic x(4).
           03 dl-level pic 9(1).
           03      pic x(4).
           03 dl-lastOn pic 9999/99/99.
           03      pic x(4).
           03 dl-days pic ZZZZ9.
           03      pic x(6).
           03 dl-super pic x(8).
           03      pic x(4).
           03 dl-action pic x(40).

       01 totLine.
           03 tl-text pic x(40).
           03 tl-count pic ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM COUNT-SENIORS
           PERFORM SWEEP-ALL
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN I-O secFile
           IF secFile-Status NOT = "00"
               DISPLAY "Error, secfile.dat could not be opened "
                   "(status " secFile-Status ") - no IDs swept"
               GOBACK
           END-IF
           ACCEPT today8 FROM DATE YYYYMMDD
           OPEN OUTPUT dormRep
           MOVE today8 to rh-date
           WRITE printRep FROM reportHead AFTER ADVANCING 1 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES.

       COUNT-SENIORS.
           MOVE LOW-VALUES to sec-user
           START secFile KEY IS >= sec-user
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ secFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF sec-level = 3 AND sec-locked NOT = "D"
                           ADD 1 to seniorCount
                       END-IF
               END-READ
           END-PERFORM.

       SWEEP-ALL.
           MOVE "N" to endRead
           MOVE LOW-VALUES to sec-user
           START secFile KEY IS >= sec-user
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ secFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       ADD 1 to readCount
                       PERFORM SWEEP-ONE
               END-READ
           END-PERFORM.

       SWEEP-ONE.
           IF sec-locked = "D"
               ADD 1 to alreadyCount
               EXIT PARAGRAPH
           END-IF
      **** No sign-on date yet - the clock starts tonight ****
           IF sec-lastOn NOT NUMERIC OR sec-lastOn = ZEROES
               MOVE today8 to sec-lastOn
               REWRITE secRec
                   INVALID KEY
                       DISPLAY "Error, operator " sec-user " could "
                           "not be dated"
                   NOT INVALID KEY
                       ADD 1 to startCount
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           COMPUTE idleDays =
               FUNCTION INTEGER-OF-DATE(today8)
               - FUNCTION INTEGER-OF-DATE(sec-lastOn)
           IF idleDays < dormantDays
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES to dormLine
           MOVE sec-user to dl-user
           MOVE sec-level to dl-level
           MOVE sec-lastOn to dl-lastOn
           MOVE idleDays to dl-days
           MOVE sec-super to dl-super
           IF sec-level = 3 AND seniorCount NOT > 1
               MOVE "KEPT - LAST ENABLED SENIOR OPERATOR" to dl-action
               ADD 1 to keptCount
               WRITE printRep FROM dormLine AFTER ADVANCING 1 LINES
               EXIT PARAGRAPH
           END-IF

           MOVE "D" to sec-locked
           REWRITE secRec
               INVALID KEY
                   DISPLAY "Error, operator " sec-user " could not "
                       "be disabled"
                   EXIT PARAGRAPH
           END-REWRITE
           IF sec-level = 3
               SUBTRACT 1 FROM seniorCount
           END-IF
           ADD 1 to disableCount
           MOVE "DISABLED" to dl-action
           WRITE printRep FROM dormLine AFTER ADVANCING 1 LINES
           PERFORM LOG-DORMANT.

       LOG-DORMANT.
           ACCEPT wsLogDate FROM DATE
           ACCEPT wsLogTime FROM TIME
           OPEN EXTEND secLog
           MOVE wsLogDate to lg-date
           MOVE wsLogTime to lg-time
           MOVE sec-user to lg-user
           MOVE "DORMANT" to lg-result
           MOVE "SEC-DORMANT" to lg-prog
           WRITE secLogRec FROM logLine
           CLOSE secLog.

       CLOSEJOB.
           MOVE SPACES to totLine
           MOVE "Operators on file" to tl-text
           MOVE readCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 3 LINES
           MOVE "Disabled tonight" to tl-text
           MOVE disableCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Already disabled" to tl-text
           MOVE alreadyCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Kept as the last enabled senior" to tl-text
           MOVE keptCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Sign-on clock started tonight" to tl-text
           MOVE startCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES

           DISPLAY disableCount " dormant operator ID(s) disabled, "
               alreadyCount " already disabled"
           CLOSE secFile dormRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM SEC-DORMANT.
