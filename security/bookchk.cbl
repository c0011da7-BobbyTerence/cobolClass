      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Book-of-business check for agent self-service -
      *          CALLed by the inquiry programs (CUST-INQ, FINAL-PROJ,
      *          QUOTE-SYS, PAY-POST) for each policy, quote or
      *          invoice they are about to show. An operator whose
      *          secfile.dat record carries an agent code (scope A)
      *          sees only that agent's business; one carrying a
      *          manager code (scope M) sees the manager's own and
      *          every agent whose agent.dat manager-code names it.
      *          A policy also belongs to anyone holding a share of it
      *          on polsplit.dat. Office operators (scope blank) see
      *          everything.
      *            bkPolNum - the policy, or spaces when only the agent
      *                       code is being asked about
      *            bkAgent  - the writing agent (polAgent-in, qt-agent,
      *                       bl-agent)
      *            bkScope  - handed back: the operator's scope
      *            bkOK     - handed back: Y when it is in the book
      *          The caller logs a refused pull through secdeny.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bookchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match signon.cbl's secRec ****
           select secFile assign to 'secfile.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is sec-user
               FILE STATUS is secFile-Status.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is agent-code
               FILE STATUS is agentFile-Status.

      **** layout must match splitmaint.cbl's splitRec ****
           select splitFile assign to 'polsplit.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is sp-polNum
               FILE STATUS is splitFile-Status.

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

           fd splitFile.
           01 splitRec.
               03 sp-polNum pic x(6).
               03 sp-pair OCCURS 4 TIMES.
                   05 sp-agent pic x(5).
                   05 sp-pct pic 9(3).

       WORKING-STORAGE SECTION.
       01 secFile-Status pic xx.
       01 agentFile-Status pic xx.
       01 splitFile-Status pic xx.
       01 agentAvail pic x VALUE "N".

      **** The operator last asked about - secfile.dat is read    ****
      *    once per operator, not once per policy                      *
       01 loadedUser pic x(8) VALUE LOW-VALUES.
       01 opScope pic x(1).
       01 opAgent pic x(5).

       01 chkAgent pic x(5).
       01 sp-idx pic 9(1).

       LINKAGE SECTION.
       01 bkUser pic x(8).
       01 bkPolNum pic x(6).
       01 bkAgent pic x(5).
       01 bkScope pic x(1).
       01 bkOK pic x(1).

       PROCEDURE DIVISION USING bkUser bkPolNum bkAgent bkScope bkOK.
       MAIN-PROCEDURE.
           IF bkUser NOT = loadedUser
               PERFORM LOAD-OPERATOR
           END-IF
           MOVE opScope to bkScope
           MOVE "Y" to bkOK
           IF opScope = SPACE
               EXIT PROGRAM
           END-IF

           MOVE "N" to bkOK
           MOVE "N" to agentAvail
           OPEN INPUT agentFile
           IF agentFile-Status = "00"
               MOVE "Y" to agentAvail
           END-IF
           MOVE bkAgent to chkAgent
           PERFORM CHECK-AGENT
           IF bkOK NOT = "Y" AND bkPolNum NOT = SPACES
               PERFORM CHECK-SPLITS
           END-IF
           IF agentAvail = "Y"
               CLOSE agentFile
           END-IF
           EXIT PROGRAM.

      **** No secfile.dat, or an operator not on it (the NOSEC    ****
      *    bootstrap sign-on), is office-wide like any senior          *
       LOAD-OPERATOR.
           MOVE bkUser to loadedUser
           MOVE SPACE to opScope
           MOVE SPACES to opAgent
           OPEN INPUT secFile
           IF secFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE bkUser to sec-user
           READ secFile
               INVALID KEY
                   continue
               NOT INVALID KEY
                   IF sec-scope = "A" OR sec-scope = "M"
                       MOVE sec-scope to opScope
                       MOVE sec-agent to opAgent
                   END-IF
           END-READ
           CLOSE secFile.

      **** chkAgent is the operator's own code, or - for a manager ***
      *    - an agent whose manager-code is the operator's code        *
       CHECK-AGENT.
           IF chkAgent = SPACES OR opAgent = SPACES
               EXIT PARAGRAPH
           END-IF
           IF chkAgent = opAgent
               MOVE "Y" to bkOK
               EXIT PARAGRAPH
           END-IF
           IF opScope NOT = "M" OR agentAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE chkAgent to agent-code
           READ agentFile
               INVALID KEY
                   continue
               NOT INVALID KEY
                   IF manager-code = opAgent
                       MOVE "Y" to bkOK
                   END-IF
           END-READ.

      **** A share of a jointly-sold policy puts it in the book ****
       CHECK-SPLITS.
           OPEN INPUT splitFile
           IF splitFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE bkPolNum to sp-polNum
           READ splitFile
               INVALID KEY
                   continue
               NOT INVALID KEY
                   PERFORM VARYING sp-idx FROM 1 BY 1
                           UNTIL sp-idx > 4 OR bkOK = "Y"
                       MOVE sp-agent(sp-idx) to chkAgent
                       PERFORM CHECK-AGENT
                   END-PERFORM
           END-READ
           CLOSE splitFile.

       END PROGRAM bookchk.
