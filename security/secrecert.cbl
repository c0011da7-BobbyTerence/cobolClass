      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Quarterly access recertification - lists every
      *          operator on secfile.dat under the supervisor named on
      *          their record, with their authority level, book, ID
      *          status, last sign-on and the programs they actually
      *          signed on to over the quarter (the program signon
      *          logs on each SIGNON line of seclog.txt), plus the
      *          functions they were refused. Each operator carries a
      *          keep/change/remove line and each supervisor's page
      *          ends with a sign-off line. The quarter is the 91 days
      *          to today unless recert.dat names the first day
      *          (YYYYMMDD). Sign-ons logged before signon recorded the
      *          program count as "not logged".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC-RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match signon.cbl's secRec ****
           select secFile assign to 'secfile.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is sec-user
               FILE STATUS is secFile-Status.

      **** The sign-on log signon.cbl and secdeny.cbl write ****
           select secLog assign to 'seclog.txt'
               organization is line sequential
               file status is secLog-Status.

      **** Optional first day of the quarter ****
           select parmFile assign to 'recert.dat'
               organization is line sequential
               file status is parmFile-Status.

           select certRep assign to printer.

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

      **** Same columns as signon.cbl's logLine - lg-prog is the   ****
      *    program on a SIGNON line and the function on a DENIED one   *
           fd secLog.
           01 secLogRec.
               03 lg-date pic 9(8).
               03      pic x.
               03 lg-time pic 9(8).
               03      pic x.
               03 lg-user pic x(8).
               03      pic x.
               03 lg-result pic x(8).
               03      pic x.
               03 lg-prog pic x(12).

           fd parmFile.
               01 parmRec pic 9(8).

           fd certRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 secFile-Status pic xx.
       01 secLog-Status pic xx.
       01 parmFile-Status pic xx.
       01 endRead pic x VALUE "N".

       01 today8 pic 9(8).
       01 fromDate pic 9(8).
      **** seclog dates are 00YYMMDD (ACCEPT FROM DATE) ****
       01 from6 pic 9(8).

      **** Every operator, with the programs used in the quarter ****
       01 OpTable.
           03 OpEntry OCCURS 500 TIMES.
               05 op-user pic x(8).
               05 op-level pic 9(1).
               05 op-scope pic x(1).
               05 op-agent pic x(5).
               05 op-locked pic x(1).
               05 op-lastOn pic 9(8).
               05 op-super pic x(8).
               05 op-signons pic 9(5).
               05 op-denials pic 9(5).
               05 op-progCount pic 9(2).
               05 op-prog OCCURS 20 TIMES.
                   07 op-progName pic x(12).
                   07 op-progUses pic 9(5).
       01 opCount pic 9(3) VALUE ZEROES.
       01 op-idx pic 9(3).
       01 pg-idx pic 9(2).
       01 slot pic 9(1).

      **** The supervisors, in order ****
       01 SupTable.
           03 SupEntry OCCURS 500 TIMES.
               05 su-user pic x(8).
       01 supCount pic 9(3) VALUE ZEROES.
       01 su-idx pic 9(3).
       01 su-move pic 9(3).
       01 curSuper pic x(8).

       01 logProg pic x(12).
       01 signonTotal pic 9(7) VALUE ZEROES.
       01 disabledCount pic 9(5) VALUE ZEROES.
       01 lockedCount pic 9(5) VALUE ZEROES.
       01 idleCount pic 9(5) VALUE ZEROES.

       01 reportHead.
           03 pic x(36) VALUE "QUARTERLY ACCESS RECERTIFICATION - ".
           03 rh-from pic 9999/99/99.
           03 pic x(4) VALUE " TO ".
           03 rh-to pic 9999/99/99.

       01 superHead.
           03 pic x(12) VALUE "SUPERVISOR: ".
           03 sh-super pic x(20).

       01 colHead.
           03 pic x(10) VALUE "Operator".
           03 pic x(7) VALUE "Level".
           03 pic x(10) VALUE "Book".
           03 pic x(10) VALUE "Status".
           03 pic x(14) VALUE "Last sign-on".
           03 pic x(10) VALUE "Sign-ons".
           03 pic x(8) VALUE "Refused".

       01 opLine.
           03 ol-user pic x(8).
           03      pic x(4).
           03 ol-level pic 9(1).
           03      pic x(4).
           03 ol-scope pic x(1).
           03      pic x(1).
           03 ol-agent pic x(5).
           03      pic x(3).
           03 ol-status pic x(8).
           03      pic x(2).
           03 ol-lastOn pic x(10).
           03      pic x(4).
           03 ol-signons pic ZZZZ9.
           03      pic x(5).
           03 ol-denials pic ZZZZ9.

       01 progLine.
           03 pl-label pic x(16).
           03 pl-slot OCCURS 4 TIMES.
               05 pl-prog pic x(12).
               05      pic x(1).
               05 pl-uses pic ZZZZ9.
               05      pic x(3).

       01 decideLine pic x(70) VALUE
           "    KEEP ____   CHANGE LEVEL TO ____   REMOVE ____".

       01 signLine.
           03 pic x(30) VALUE "Access above recertified by: ".
           03 sl-super pic x(8).
           03 pic x(34) VALUE "   Signature ____________________".
           03 pic x(20) VALUE "   Date __________".

       01 totLine.
           03 tl-text pic x(40).
           03 tl-count pic Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-OPERATORS
           PERFORM READ-LOG
           PERFORM PRINT-ALL
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           COMPUTE fromDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(today8) - 91)
           OPEN INPUT parmFile
           IF parmFile-Status = "00"
               READ parmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF parmRec NUMERIC AND parmRec > ZEROES
                           MOVE parmRec to fromDate
                       END-IF
               END-READ
               CLOSE parmFile
           END-IF
           MOVE ZEROES to from6
           MOVE fromDate(3:6) to from6(3:6)

           OPEN INPUT secFile
           IF secFile-Status NOT = "00"
               DISPLAY "Error, secfile.dat could not be opened "
                   "(status " secFile-Status ") - nothing to "
                   "recertify"
               GOBACK
           END-IF
           OPEN OUTPUT certRep.

       LOAD-OPERATORS.
           PERFORM UNTIL endRead = "Y"
               READ secFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM
           CLOSE secFile.

       LOAD-ONE.
           IF opCount NOT < 500
               DISPLAY "Warning, more than 500 operators - "
                   sec-user " left off the report"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to opCount
           MOVE sec-user to op-user(opCount)
           MOVE sec-level to op-level(opCount)
           MOVE sec-scope to op-scope(opCount)
           MOVE sec-agent to op-agent(opCount)
           MOVE sec-locked to op-locked(opCount)
           IF sec-lastOn NUMERIC
               MOVE sec-lastOn to op-lastOn(opCount)
           ELSE
               MOVE ZEROES to op-lastOn(opCount)
           END-IF
           MOVE sec-super to op-super(opCount)
           MOVE ZEROES to op-signons(opCount) op-denials(opCount)
               op-progCount(opCount)
           PERFORM ADD-SUPER.

      **** Keeps the supervisor list in order as it grows ****
       ADD-SUPER.
           PERFORM VARYING su-idx FROM 1 BY 1
                   UNTIL su-idx > supCount
                   OR su-user(su-idx) NOT < sec-super
               CONTINUE
           END-PERFORM
           IF su-idx NOT > supCount
               IF su-user(su-idx) = sec-super
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING su-move FROM supCount BY -1
                   UNTIL su-move < su-idx
               MOVE su-user(su-move) to su-user(su-move + 1)
           END-PERFORM
           MOVE sec-super to su-user(su-idx)
           ADD 1 to supCount.

      **** Sign-ons by program, and refusals, inside the quarter ****
       READ-LOG.
           OPEN INPUT secLog
           IF secLog-Status NOT = "00"
               DISPLAY "Warning, seclog.txt could not be opened "
                   "(status " secLog-Status ") - no usage shown"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ secLog
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF lg-date NOT < from6
                           AND (lg-result = "SIGNON"
                           OR lg-result = "DENIED")
                           PERFORM TALLY-LOG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE secLog.

       TALLY-LOG.
           PERFORM VARYING op-idx FROM 1 BY 1
                   UNTIL op-idx > opCount
                   OR op-user(op-idx) = lg-user
               CONTINUE
           END-PERFORM
           IF op-idx > opCount
               EXIT PARAGRAPH
           END-IF
           IF lg-result = "DENIED"
               ADD 1 to op-denials(op-idx)
               EXIT PARAGRAPH
           END-IF
           ADD 1 to op-signons(op-idx)
           ADD 1 to signonTotal
           IF lg-prog = SPACES
               MOVE "not logged" to logProg
           ELSE
               MOVE lg-prog to logProg
           END-IF
           PERFORM VARYING pg-idx FROM 1 BY 1
                   UNTIL pg-idx > op-progCount(op-idx)
                   OR op-progName(op-idx, pg-idx) = logProg
               CONTINUE
           END-PERFORM
           IF pg-idx > op-progCount(op-idx)
               IF op-progCount(op-idx) NOT < 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 to op-progCount(op-idx)
               MOVE logProg to op-progName(op-idx, pg-idx)
               MOVE ZEROES to op-progUses(op-idx, pg-idx)
           END-IF
           ADD 1 to op-progUses(op-idx, pg-idx).

      ******************************************************************
      * One page per supervisor, a sign-off line at the foot          *
      ******************************************************************
       PRINT-ALL.
           MOVE fromDate to rh-from
           MOVE today8 to rh-to
           PERFORM VARYING su-idx FROM 1 BY 1 UNTIL su-idx > supCount
               MOVE su-user(su-idx) to curSuper
               PERFORM PRINT-SUPER
           END-PERFORM.

       PRINT-SUPER.
           WRITE printRep FROM reportHead AFTER ADVANCING PAGE
           IF curSuper = SPACES
               MOVE "NONE NAMED ON FILE" to sh-super
           ELSE
               MOVE curSuper to sh-super
           END-IF
           WRITE printRep FROM superHead AFTER ADVANCING 2 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES
           PERFORM VARYING op-idx FROM 1 BY 1 UNTIL op-idx > opCount
               IF op-super(op-idx) = curSuper
                   PERFORM PRINT-OPERATOR
               END-IF
           END-PERFORM
           MOVE curSuper to sl-super
           WRITE printRep FROM signLine AFTER ADVANCING 3 LINES.

       PRINT-OPERATOR.
           MOVE SPACES to opLine
           MOVE op-user(op-idx) to ol-user
           MOVE op-level(op-idx) to ol-level
           IF op-scope(op-idx) = SPACE
               MOVE "OFFICE" to ol-agent
           ELSE
               MOVE op-scope(op-idx) to ol-scope
               MOVE op-agent(op-idx) to ol-agent
           END-IF
           EVALUATE op-locked(op-idx)
               WHEN "D"
                   MOVE "DISABLED" to ol-status
                   ADD 1 to disabledCount
               WHEN "L"
                   MOVE "LOCKED" to ol-status
                   ADD 1 to lockedCount
               WHEN OTHER
                   MOVE "ACTIVE" to ol-status
           END-EVALUATE
           IF op-lastOn(op-idx) = ZEROES
               MOVE "never" to ol-lastOn
           ELSE
               MOVE op-lastOn(op-idx)(1:4) to ol-lastOn(1:4)
               MOVE "/" to ol-lastOn(5:1)
               MOVE op-lastOn(op-idx)(5:2) to ol-lastOn(6:2)
               MOVE "/" to ol-lastOn(8:1)
               MOVE op-lastOn(op-idx)(7:2) to ol-lastOn(9:2)
           END-IF
           MOVE op-signons(op-idx) to ol-signons
           MOVE op-denials(op-idx) to ol-denials
           WRITE printRep FROM opLine AFTER ADVANCING 2 LINES

           IF op-progCount(op-idx) = ZEROES
               ADD 1 to idleCount
               MOVE SPACES to progLine
               MOVE "    no sign-ons" to pl-label
               WRITE printRep FROM progLine AFTER ADVANCING 1 LINES
           ELSE
               MOVE SPACES to progLine
               MOVE "    programs:" to pl-label
               MOVE ZEROES to slot
               PERFORM VARYING pg-idx FROM 1 BY 1
                       UNTIL pg-idx > op-progCount(op-idx)
                   PERFORM PRINT-PROGRAM
               END-PERFORM
               IF slot > ZEROES
                   WRITE printRep FROM progLine AFTER ADVANCING 1 LINES
               END-IF
           END-IF
           WRITE printRep FROM decideLine AFTER ADVANCING 1 LINES.

      **** Four programs to a line ****
       PRINT-PROGRAM.
           ADD 1 to slot
           MOVE op-progName(op-idx, pg-idx) to pl-prog(slot)
           MOVE op-progUses(op-idx, pg-idx) to pl-uses(slot)
           IF slot = 4
               WRITE printRep FROM progLine AFTER ADVANCING 1 LINES
               MOVE SPACES to progLine
               MOVE ZEROES to slot
           END-IF.

       CLOSEJOB.
           MOVE SPACES to totLine
           MOVE "Operators listed" to tl-text
           MOVE opCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 3 LINES
           MOVE "Supervisors to sign off" to tl-text
           MOVE supCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Sign-ons in the quarter" to tl-text
           MOVE signonTotal to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Operators with no sign-on in the quarter" to tl-text
           MOVE idleCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Operators disabled for going unused" to tl-text
           MOVE disabledCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Operators locked" to tl-text
           MOVE lockedCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES

           DISPLAY opCount " operator(s) listed for recertification "
               "under " supCount " supervisor(s)"
           CLOSE certRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM SEC-RECERT.
