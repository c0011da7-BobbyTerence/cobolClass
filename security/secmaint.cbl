      *          itself restricted to senior operators. RESET unlocks
      *          an operator signon has locked after three failed
      *          attempts and clears the fail count, with the reset
      *          logged to seclog.txt alongside the sign-on entries.
      *          An operator may be tied to an agent code (scope A) or
      *          a manager code (scope M) on agent.dat - bookchk then
      *          limits the inquiry programs to that book, and the
      *          operator is held at level 1.
      *          ENABLE brings back an ID SEC-DORMANT disabled for
      *          going unused, restarting its dormancy clock, and is
      *          logged with the senior who did it, as RESET is. Each
      *          operator names the supervisor who recertifies their
      *          access on SEC-RECERT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           select optional secLog assign to 'seclog.txt'
               organization is line sequential.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is agent-code
               FILE STATUS is agentFile-Status.

       DATA DIVISION.
       file section.
           fd secFile.
               03 sec-locked pic x(1).
               03 sec-oldPw1 pic x(8).
               03 sec-oldPw2 pic x(8).
               03 sec-scope pic x(1).
               03 sec-agent pic x(5).
               03 sec-lastOn pic 9(8).
               03 sec-super pic x(8).

           fd secLog.
           01 secLogRec pic x(60).

           fd agentFile.
           01 agentRec.
               03 agent-code pic x(5).
               03 agent-name pic x(20).
               03 commission-rate pic 9(2)v99.
               03 region pic x(2).
               03 manager-code pic x(5).
               03 active-status pic x(2) VALUE "AC".
               03 agent-taxId pic x(9).
               03 agent-tinType pic x(1).
               03 agent-legalName pic x(30).
               03 agent-remitAddr pic x(30).
               03 agent-remitCity pic x(15).
               03 agent-remitState pic x(2).
               03 agent-remitZip pic x(9).

       working-storage section.
       01 secFile-Status pic xx.
       01 agentFile-Status pic xx.
       01 agentAvail pic x VALUE "N".

       01 today8 pic 9(8).

      **** Same columns as signon.cbl's logLine - the last one    ****
      *    carries the senior who reset or re-enabled the operator     *
       01 logLine.
           03 lg-date pic 9(8).
           03      pic x VALUE SPACE.
           03 lg-user pic x(8).
           03      pic x VALUE SPACE.
           03 lg-result pic x(8).
           03      pic x VALUE SPACE.
           03 lg-by pic x(12).

       01 wsLogDate pic 9(8).
       01 wsLogTime pic 9(8).
       01 workUser pic x(8).
       01 pw-ed pic x(8).
       01 level-ed pic 9(1).
       01 scope-ed pic x(1).
       01 agent-ed pic x(5).
       01 super-ed pic x(8).

      **** signon call interface - SEC-MAINT itself is senior-only ****
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "SEC-MAINT".
       01 denyFunc pic x(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ADD, UPDATE, DELETE, "
                   "RESET, ENABLE or QUIT"
               ACCEPT option
               IF option = "ADD" THEN
                   PERFORM ADD-REC
                   PERFORM DEL-REC
               ELSE IF option = "RESET" THEN
                   PERFORM RESET-REC
               ELSE IF option = "ENABLE" THEN
                   PERFORM ENABLE-REC
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
           END-PERFORM

           CLOSE secFile
           IF agentAvail = "Y"
               CLOSE agentFile
           END-IF
           STOP RUN.

       INITPROJ.
               OPEN OUTPUT secFile
               CLOSE secFile
               OPEN I-O secFile
           END-IF
           OPEN INPUT agentFile
           IF agentFile-Status = "00"
               MOVE "Y" to agentAvail
           END-IF.

       ADD-REC.
                   MOVE workUser to sec-user
                   MOVE pw-ed to sec-password
                   MOVE level-ed to sec-level
                   MOVE scope-ed to sec-scope
                   MOVE agent-ed to sec-agent
                   MOVE super-ed to sec-super
      **** A fresh operator starts unlocked with a dated password ****
      *    and no history to collide with, and has the full dormancy   *
      *    period to make a first sign-on                              *
                   ACCEPT today8 FROM DATE YYYYMMDD
                   MOVE today8 to sec-pwDate
                   MOVE today8 to sec-lastOn
                   MOVE ZEROES to sec-fails
                   MOVE SPACE to sec-locked
                   MOVE SPACES to sec-oldPw1 sec-oldPw2
                   MOVE sec-password to sec-oldPw1
                   MOVE pw-ed to sec-password
                   MOVE level-ed to sec-level
                   MOVE scope-ed to sec-scope
                   MOVE agent-ed to sec-agent
                   MOVE super-ed to sec-super
                   ACCEPT today8 FROM DATE YYYYMMDD
                   MOVE today8 to sec-pwDate
                   REWRITE secRec
               INVALID KEY
                   DISPLAY "Error, operator does not exist"
               NOT INVALID KEY
                   IF sec-locked = "D"
                       DISPLAY "Operator is disabled for going unused "
                           "- use ENABLE"
                       EXIT PARAGRAPH
                   END-IF
                   IF sec-locked NOT = "L" AND sec-fails = ZEROES
                       DISPLAY "Operator is not locked and has no "
                           "failed attempts - nothing to reset"
           MOVE wsLogTime to lg-time
           MOVE workUser to lg-user
           MOVE "RESET" to lg-result
           MOVE operUser to lg-by
           WRITE secLogRec FROM logLine
           CLOSE secLog.

      **** Re-enables an operator SEC-DORMANT disabled - the clock ****
      *    restarts today so the next night does not disable it again, *
      *    and the re-enable goes on seclog.txt with the senior's ID   *
       ENABLE-REC.
           DISPLAY "Operator ID:"
           ACCEPT workUser
           MOVE workUser to sec-user
           READ secFile
               INVALID KEY
                   DISPLAY "Error, operator does not exist"
               NOT INVALID KEY
                   IF sec-locked NOT = "D"
                       DISPLAY "Operator is not disabled - nothing to "
                           "enable"
                   ELSE
                       MOVE SPACE to sec-locked
                       MOVE ZEROES to sec-fails
                       ACCEPT today8 FROM DATE YYYYMMDD
                       MOVE today8 to sec-lastOn
                       REWRITE secRec
                           INVALID KEY
                               DISPLAY "Error, operator could not "
                                   "be enabled"
                           NOT INVALID KEY
                               PERFORM LOG-ENABLE
                               DISPLAY "Operator " workUser
                                   " re-enabled"
                       END-REWRITE
                   END-IF
           END-READ.

       LOG-ENABLE.
           ACCEPT wsLogDate FROM DATE
           ACCEPT wsLogTime FROM TIME
           OPEN EXTEND secLog
           MOVE wsLogDate to lg-date
           MOVE wsLogTime to lg-time
           MOVE workUser to lg-user
           MOVE "REENABLE" to lg-result
           MOVE operUser to lg-by
           WRITE secLogRec FROM logLine
           CLOSE secLog.

                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Book - blank for the whole office, A for one "
               "agent, M for a manager's team:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT scope-ed
               IF scope-ed = SPACE OR scope-ed = "A" OR scope-ed = "M"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, enter blank, A or M"
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Supervisor who recertifies this operator "
               "(operator ID, blank for none):"
           ACCEPT super-ed

           MOVE SPACES to agent-ed
           IF scope-ed = SPACE
               EXIT PARAGRAPH
           END-IF
           IF scope-ed = "A"
               DISPLAY "Agent Code:"
           ELSE
               DISPLAY "Manager Code (the manager's own agent code):"
           END-IF
           PERFORM UNTIL notNull = "Y"
               ACCEPT agent-ed
               IF agent-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   PERFORM CHECK-AGENT-CODE
               END-IF
           END-PERFORM
           MOVE "N" to notNull
      **** Agent self-service is read-only ****
           IF level-ed > 1
               DISPLAY "Operator tied to an agent book - held at "
                   "level 1, inquiry only"
               MOVE 1 to level-ed
           END-IF.

       CHECK-AGENT-CODE.
           IF agentAvail NOT = "Y"
               DISPLAY "Error, agent.dat could not be opened (status "
                   agentFile-Status ") - operator left on the "
                   "whole-office book"
               MOVE SPACES to agent-ed
               MOVE SPACE to scope-ed
               MOVE "Y" to notNull
               EXIT PARAGRAPH
           END-IF
           MOVE agent-ed to agent-code
           READ agentFile
               INVALID KEY
                   DISPLAY "Error, Agent does not exist."
               NOT INVALID KEY
                   MOVE "Y" to notNull
           END-READ.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
