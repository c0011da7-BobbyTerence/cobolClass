      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: One-time conversion of agent.dat to carry the 1099
      *          payee - tax ID and type, legal name and remit address
      *          (record 38 to 134 bytes). Rename the existing file to
      *          agent.old first - this job reads agent.old in the
      *          prior layout, loads a fresh agent.dat with the tax
      *          fields blank, then verifies the record counts match -
      *          the same pattern POLREBLD used for the agent alternate
      *          key. Key each agent's tax details through AGENT-MAINT
      *          afterwards. Run a POLBKUP BACKUP straight after the
      *          cutover - generations taken before it are in the
      *          narrower image and will not restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** The pre-conversion file - no 1099 payee fields ****
           select oldAgent assign to 'agent.old'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is old-code
               FILE STATUS is oldAgent-Status.

      **** The converted file - layout must match agentmaint.cbl's **
           select newAgent assign to 'agent.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is agent-code
               FILE STATUS is newAgent-Status.

       DATA DIVISION.
       FILE SECTION.
           fd oldAgent.
           01 oldAgentRec.
               03 old-code pic x(5).
               03 old-rest pic x(33).

           fd newAgent.
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

       WORKING-STORAGE SECTION.
       01 oldAgent-Status pic xx.
       01 newAgent-Status pic xx.
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
           OPEN INPUT oldAgent
           IF oldAgent-Status NOT = "00"
               DISPLAY "Error, agent.old could not be opened - "
                   "rename the current agent.dat to agent.old "
                   "before running this conversion (status "
                   oldAgent-Status ")"
               STOP RUN
           END-IF
           OPEN OUTPUT newAgent
           IF newAgent-Status NOT = "00"
               DISPLAY "Error, agent.dat could not be created "
                   "(status " newAgent-Status ")"
               CLOSE oldAgent
               STOP RUN
           END-IF.

       LOAD-ALL.
           PERFORM UNTIL endLoad = "Y"
               READ oldAgent NEXT RECORD
                   AT END
                       MOVE "Y" to endLoad
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

      **** The existing 38 bytes carry over unchanged, the tax     ****
      *    fields start blank                                           *
       LOAD-ONE.
           MOVE SPACES to agentRec
           MOVE oldAgentRec to agentRec(1:38)
           WRITE agentRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
                       old-code
               NOT INVALID KEY
                   ADD 1 to loadCount
           END-WRITE.

      **** Re-reads the converted file and compares record counts ****
       VERIFY-LOAD.
           CLOSE newAgent
           OPEN INPUT newAgent
           MOVE LOW-VALUES to agent-code
           START newAgent KEY IS >= agent-code
               INVALID KEY MOVE "Y" to endVerify
           END-START
           PERFORM UNTIL endVerify = "Y"
               READ newAgent NEXT RECORD
                   AT END
                       MOVE "Y" to endVerify
                   NOT AT END
                       ADD 1 to verifyCount
               END-READ
           END-PERFORM.

       CLOSEJOB.
           IF loadCount = verifyCount
               DISPLAY loadCount " record(s) loaded and verified - "
                   "agent.dat is on the current layout"
           ELSE
               DISPLAY "ERROR - " loadCount " record(s) loaded but "
                   verifyCount " verified - do NOT delete agent.old"
           END-IF
           CLOSE oldAgent newAgent
           STOP RUN.

       END PROGRAM AGTCONV.
