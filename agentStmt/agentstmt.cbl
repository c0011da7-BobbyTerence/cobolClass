      *          period (DELETE activity on polaudit.txt) charge the
      *          unearned slice of the commission already paid back as
      *          a negative line, netting the payables and the carried
      *          balance. A manager (the agent.dat manager-code of the
      *          writing agent) earns an override on the team's active
      *          premium at the ovrrate.dat rate - the manager's
      *          statement carries an override section with a line per
      *          subordinate agent, the override lands in the payables
      *          and carried balance, and a cancellation charges the
      *          unearned slice of the override back the same way it
      *          does the writing agent's commission.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       fd stmtRep.
           01 printRec pic x(132).
           03      pic x VALUE "-".
           03 cb-out pic ZZZ,ZZ9.99.

      **** Manager override support - each manager's override on   ****
      *    every subordinate agent gathers in the production pre-pass  *
      *    (and the cancellation scan for the chargebacks), so the     *
      *    manager's statement can carry the whole team whichever      *
      *    order the agents sort in                                     *
       01 OvrTable.
           03 OvrEntry OCCURS 500 TIMES.
               05 ot-mgr pic x(5).
               05 ot-sub pic x(5).
               05 ot-subName pic x(20).
               05 ot-prem pic 9(9)v99.
               05 ot-amt pic 9(7)v99.
               05 ot-charge pic 9(7)v99.
               05 ot-done pic x.

       01 ovrCount pic 9(3) VALUE ZEROES.
       01 ot-idx pic 9(3).
       01 ot-found pic x VALUE "N".
       01 ovrMgr pic x(5).
       01 ovrRate pic 9(2)v99.
       01 ovrWork pic 9(7)v99.
       01 ovrCharge pic 9(7)v99.
       01 agOvr pic 9(7)v99.
       01 agOvrCharge pic 9(7)v99.
       01 ovrTotal pic 9(9)v99 VALUE ZEROES.
       01 mgrOnly-idx pic 9(3).

       01 ovrHead pic x(40) VALUE
           "OVERRIDE ON SUBORDINATE PRODUCTION".

       01 ovrHead2.
           10      pic x(5) VALUE "Agent".
           10      pic x(3).
           10      pic x(20) VALUE "Name".
           10      pic x(3).
           10      pic x(11) VALUE "    Premium".
           10      pic x(3).
           10      pic x(9) VALUE " Override".
           10      pic x(3).
           10      pic x(10) VALUE "Chargeback".

       01 ovrDetail.
           03 od-sub pic x(5).
           03      pic x(3).
           03 od-name pic x(20).
           03      pic x(3).
           03 od-prem pic ZZZ,ZZ9.99.
           03      pic x(3).
           03 od-amt pic ZZ,ZZ9.99.
           03      pic x(3).
           03 od-charge pic ZZ,ZZ9.99.

       01 ovrEarnedLine.
           03      pic x(19) VALUE "OVERRIDE EARNED:   ".
           03 oe-out pic ZZZ,ZZ9.99.

      **** Control totals over every polfile.txt record read ****
       01 rdCount pic 9(7) VALUE ZEROES.
       01 rdHash pic 9(9)v99 VALUE ZEROES.
           PERFORM CLOSEFILE.

       INITPROJ.
      **** agent.dat opens first - the pre-pass looks up each      ****
      *    writing agent's manager for the overrides                   *
           OPEN INPUT agentFile
           PERFORM PRODUCTION-PASS
           SORT sortWork ON ASCENDING KEY sw-polAg
               USING polFile
               GIVING sortedPol
           OPEN INPUT sortedPol
           OPEN OUTPUT stmtRep
           OPEN OUTPUT payables
           OPEN OUTPUT excRep

           COMPUTE cbWork ROUNDED =
               cbPaidComm * cbRemaining / cbTermLen
           PERFORM CHARGE-OVERRIDE

           MOVE "N" to cb-found
           PERFORM VARYING cb-idx FROM 1 BY 1
                   NOT AT END
                       IF polField NOT = "CN"
                           PERFORM TALLY-PRODUCTION
                           PERFORM TALLY-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
                   polAg " rated at the flat rate - widen ProdTable"
           END-IF.

      **** The manager's override on this policy - at the manager's ***
      *    rate for the type, on the full premium whatever split the   *
      *    writing agent shares it under                                *
       TALLY-OVERRIDE.
           MOVE polAg to agent-code
           READ agentFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF manager-code = SPACES OR manager-code = polAg
               EXIT PARAGRAPH
           END-IF
           MOVE manager-code to ovrMgr
           CALL "ovrrate" USING ovrMgr, polType, ovrRate
           IF ovrRate = ZEROES
               EXIT PARAGRAPH
           END-IF
           COMPUTE ovrWork ROUNDED = polPrem * ovrRate / 100
           PERFORM FIND-OVERRIDE
           IF ot-found = "Y"
               ADD polPrem to ot-prem(ot-idx)
               ADD ovrWork to ot-amt(ot-idx)
           END-IF.

      **** The override paid on the cancelled policy claws back the ***
      *    same unearned slice as the writing agent's commission -     *
      *    agentRec still holds the writing agent from CHARGE-ONE       *
       CHARGE-OVERRIDE.
           IF manager-code = SPACES OR manager-code = au-bAgent
               EXIT PARAGRAPH
           END-IF
           MOVE manager-code to ovrMgr
           CALL "ovrrate" USING ovrMgr, au-bType, ovrRate
           IF ovrRate = ZEROES
               EXIT PARAGRAPH
           END-IF
           COMPUTE ovrCharge ROUNDED =
               premRawN * ovrRate / 100 * cbRemaining / cbTermLen
           PERFORM FIND-OVERRIDE
           IF ot-found = "Y"
               ADD ovrCharge to ot-charge(ot-idx)
           END-IF.

      **** Finds or adds the manager/agent entry - the writing     ****
      *    agent's record must be in agentRec                          *
       FIND-OVERRIDE.
           MOVE "N" to ot-found
           PERFORM VARYING ot-idx FROM 1 BY 1
                   UNTIL ot-idx > ovrCount OR ot-found = "Y"
               IF ot-mgr(ot-idx) = ovrMgr
                   AND ot-sub(ot-idx) = agent-code
                   MOVE "Y" to ot-found
               END-IF
           END-PERFORM
           IF ot-found = "Y"
               SUBTRACT 1 from ot-idx
           ELSE
               IF ovrCount < 500
                   ADD 1 to ovrCount
                   MOVE ovrCount to ot-idx
                   MOVE ovrMgr to ot-mgr(ot-idx)
                   MOVE agent-code to ot-sub(ot-idx)
                   MOVE agent-name to ot-subName(ot-idx)
                   MOVE ZEROES to ot-prem(ot-idx) ot-amt(ot-idx)
                       ot-charge(ot-idx)
                   MOVE "N" to ot-done(ot-idx)
                   MOVE "Y" to ot-found
               ELSE
                   DISPLAY "ERROR - override table full, manager "
                       ovrMgr " NOT paid on agent " agent-code
                       " - widen OvrTable"
               END-IF
           END-IF.

      **** Prior unpaid balances carry in from agentbal.txt, if the ****
      *    last run left one behind                                     *
       LOAD-BALANCES.
               END-IF
           END-PERFORM

           PERFORM OVERRIDE-SECTION
           ADD agOvrCharge to agCharge

           IF agCharge > agBegin + agComm + agOvr
               DISPLAY "Warning, chargeback for agent " agent-in
                   " exceeds the balance - floored at zero"
               COMPUTE agCharge = agBegin + agComm + agOvr
           END-IF
           COMPUTE agEnd = agBegin + agComm + agOvr - agCharge
           ADD agCharge to chargebackTotal
           ADD agOvr to ovrTotal

           MOVE agBegin to bb-out
           MOVE beginBalLine to printRec
           MOVE earnedLine to printRec
           PERFORM ARCHIVE-LINE
           WRITE printRec AFTER ADVANCING 1 LINES
           IF agOvr > ZEROES
               MOVE agOvr to oe-out
               MOVE ovrEarnedLine to printRec
               PERFORM ARCHIVE-LINE
               WRITE printRec AFTER ADVANCING 1 LINES
           END-IF
           IF agCharge > ZEROES
               MOVE agCharge to cb-out
               MOVE chargeLine to printRec
               PERFORM STMT-TOTAL
           END-IF

           PERFORM MANAGER-ONLY-STMTS
           PERFORM SPLIT-ADJUSTMENTS
           PERFORM CARRY-ORPHAN-BALANCES
           MOVE SPACES to archKey

           DISPLAY stmtCount " statement(s) printed, payables "
               "extract in agentpay.txt"
           IF ovrTotal > ZEROES
               DISPLAY "Manager override earned: " ovrTotal
           END-IF
           IF chargebackTotal > ZEROES
               DISPLAY "Commission charged back on cancelled "
                   "polic(y/ies): " chargebackTotal
      *    the same when run standalone                                 *
           GOBACK.

      **** The manager's override section - one line per          ****
      *    subordinate agent, before the balance lines. agOvr and      *
      *    agOvrCharge come back for the ending balance                 *
       OVERRIDE-SECTION.
           MOVE ZEROES to agOvr agOvrCharge
           MOVE "N" to ot-found
           PERFORM VARYING ot-idx FROM 1 BY 1
                   UNTIL ot-idx > ovrCount
               IF ot-mgr(ot-idx) = agent-in
                   IF ot-found = "N"
                       MOVE "Y" to ot-found
                       MOVE ovrHead to printRec
                       PERFORM ARCHIVE-LINE
                       WRITE printRec AFTER ADVANCING 2 LINES
                       MOVE ovrHead2 to printRec
                       PERFORM ARCHIVE-LINE
                       WRITE printRec AFTER ADVANCING 1 LINES
                   END-IF
                   MOVE ot-sub(ot-idx) to od-sub
                   MOVE ot-subName(ot-idx) to od-name
                   MOVE ot-prem(ot-idx) to od-prem
                   MOVE ot-amt(ot-idx) to od-amt
                   MOVE ot-charge(ot-idx) to od-charge
                   MOVE ovrDetail to printRec
                   PERFORM ARCHIVE-LINE
                   WRITE printRec AFTER ADVANCING 1 LINES
                   ADD ot-amt(ot-idx) to agOvr
                   ADD ot-charge(ot-idx) to agOvrCharge
                   MOVE "Y" to ot-done(ot-idx)
               END-IF
           END-PERFORM.

      **** A manager with overrides but no policy of their own on  ****
      *    this unload still gets a statement, payables line and       *
      *    carried balance for the team's override                     *
       MANAGER-ONLY-STMTS.
           PERFORM VARYING mgrOnly-idx FROM 1 BY 1
                   UNTIL mgrOnly-idx > ovrCount
               IF ot-done(mgrOnly-idx) = "N"
                   MOVE ot-mgr(mgrOnly-idx) to agent-code
                   READ agentFile
                       INVALID KEY
                           DISPLAY "Warning, manager "
                               ot-mgr(mgrOnly-idx) " is not on "
                               "agent.dat - override on agent "
                               ot-sub(mgrOnly-idx) " NOT paid"
                           MOVE "Y" to ot-done(mgrOnly-idx)
                       NOT INVALID KEY
                           PERFORM STMT-HEADER
                           MOVE agent-code to agent-in
                           PERFORM STMT-TOTAL
                   END-READ
               END-IF
           END-PERFORM.

      **** Splits this policy's commission pool - wsComm gets the   ***
      *    writing agent's share (the whole pool when no split is on   *
      *    file) and the other agents' shares accrue in SplitTable     *
