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

           fd agentRep.
               01 printRep pic x(132).
           03 region-ed pic x(2).
           03 manager-code-ed pic x(5).
           03 active-status-ed pic x(2) VALUE "AC".
           03 agent-taxId-ed pic x(9).
           03 agent-tinType-ed pic x(1).
           03 agent-legalName-ed pic x(30).
           03 agent-remitAddr-ed pic x(30).
           03 agent-remitCity-ed pic x(15).
           03 agent-remitState-ed pic x(2).
           03 agent-remitZip-ed pic x(9).

       01 recordHead.
           03 pic x(11) VALUE "Agent Code".
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "AGENT-MAINT".
       01 denyFunc pic x(12).

      **** Full-screen entry support - the whole record shows at   ****
           03 LINE 7 COL 32 PIC X(5) USING manager-code-ed.
           03 LINE 8 COL 5 VALUE "Active Status (AC/IN):".
           03 LINE 8 COL 32 PIC X(2) USING active-status-ed.
      **** 1099 reporting - the payee as the IRS knows it and the  ****
      *    address the year-end form is mailed to                      *
           03 LINE 10 COL 5 VALUE "Tax ID (9 digits):".
           03 LINE 10 COL 32 PIC X(9) USING agent-taxId-ed.
           03 LINE 11 COL 5 VALUE "Tax ID Type (S=SSN/E=EIN):".
           03 LINE 11 COL 32 PIC X(1) USING agent-tinType-ed.
           03 LINE 12 COL 5 VALUE "Legal Name:".
           03 LINE 12 COL 32 PIC X(30) USING agent-legalName-ed.
           03 LINE 13 COL 5 VALUE "Remit Address:".
           03 LINE 13 COL 32 PIC X(30) USING agent-remitAddr-ed.
           03 LINE 14 COL 5 VALUE "Remit City:".
           03 LINE 14 COL 32 PIC X(15) USING agent-remitCity-ed.
           03 LINE 15 COL 5 VALUE "Remit State:".
           03 LINE 15 COL 32 PIC X(2) USING agent-remitState-ed.
           03 LINE 16 COL 5 VALUE "Remit ZIP:".
           03 LINE 16 COL 32 PIC X(9) USING agent-remitZip-ed.
           03 LINE 18 COL 5 PIC X(60) FROM scrErrMsg.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
      *    edits run on exit, F2 commits and F3 cancels                *
       ADD-REC.
           MOVE SPACES to agent-code-ed agent-name-ed region-ed
               manager-code-ed agent-taxId-ed agent-tinType-ed
               agent-legalName-ed agent-remitAddr-ed agent-remitCity-ed
               agent-remitState-ed agent-remitZip-ed
           MOVE ZEROES to commission-rate-ed
           MOVE "AC" to active-status-ed
           MOVE SPACES to scrErrMsg
               MOVE "N" to scrValid
           END-IF

      **** The tax fields may wait until the agent is first paid, ****
      *    but once a tax ID is keyed the rest of the 1099 payee must  *
      *    be complete                                                  *
           IF scrValid = "Y" AND agent-taxId-ed NOT = SPACES
               AND agent-taxId-ed NOT NUMERIC
               MOVE "Tax ID must be 9 digits" to scrErrMsg
               MOVE "N" to scrValid
           END-IF

           IF scrValid = "Y" AND agent-taxId-ed NOT = SPACES
               AND agent-tinType-ed NOT = "S"
               AND agent-tinType-ed NOT = "E"
               MOVE "Tax ID Type must be S or E" to scrErrMsg
               MOVE "N" to scrValid
           END-IF

           IF scrValid = "Y" AND agent-taxId-ed NOT = SPACES
               AND agent-legalName-ed = SPACES
               MOVE "Legal Name cannot be empty with a Tax ID"
                   to scrErrMsg
               MOVE "N" to scrValid
           END-IF

           IF scrValid = "Y" AND agent-taxId-ed NOT = SPACES
               AND (agent-remitAddr-ed = SPACES
               OR agent-remitCity-ed = SPACES
               OR agent-remitState-ed = SPACES)
               MOVE "Remit Address, City and State are required"
                   to scrErrMsg
               MOVE "N" to scrValid
           END-IF

           IF scrValid = "Y" AND agent-remitZip-ed NOT = SPACES
               AND agent-remitZip-ed NOT NUMERIC
               AND (agent-remitZip-ed(1:5) NOT NUMERIC
               OR agent-remitZip-ed(6:4) NOT = SPACES)
               MOVE "Remit ZIP must be 5 or 9 digits" to scrErrMsg
               MOVE "N" to scrValid
           END-IF

           IF scrValid = "Y" AND agent-taxId-ed NOT = SPACES
               AND agent-remitZip-ed = SPACES
               MOVE "Remit ZIP is required with a Tax ID" to scrErrMsg
               MOVE "N" to scrValid
           END-IF

           IF scrValid = "Y"
               MOVE "All edits passed - F2 to commit" to scrErrMsg
           END-IF.
           MOVE region to region-ed
           MOVE manager-code to manager-code-ed
           MOVE active-status to active-status-ed
           MOVE agent-taxId to agent-taxId-ed
           MOVE agent-tinType to agent-tinType-ed
           MOVE agent-legalName to agent-legalName-ed
           MOVE agent-remitAddr to agent-remitAddr-ed
           MOVE agent-remitCity to agent-remitCity-ed
           MOVE agent-remitState to agent-remitState-ed
           MOVE agent-remitZip to agent-remitZip-ed
           MOVE SPACES to scrErrMsg

           MOVE "U" to scrMode
                       MOVE region-ed to region
                       MOVE manager-code-ed to manager-code
                       MOVE active-status-ed to active-status
                       MOVE agent-taxId-ed to agent-taxId
                       MOVE agent-tinType-ed to agent-tinType
                       MOVE agent-legalName-ed to agent-legalName
                       MOVE agent-remitAddr-ed to agent-remitAddr
                       MOVE agent-remitCity-ed to agent-remitCity
                       MOVE agent-remitState-ed to agent-remitState
                       MOVE agent-remitZip-ed to agent-remitZip
                       REWRITE agentRec
                           INVALID KEY
                               MOVE "FALSE" to successUp
