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

           fd polName.
           01 polNameRec.
               03 nm-phone  pic x(10).
               03 nm-ssn    pic x(9).

      **** Wide enough for the longest record unloaded (agent) ****
           fd genFile.
           01 genRec pic x(134).

           fd genCtl.
           01 genCtlRec.
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "POLBKUP".
       01 denyFunc pic x(12).

       01 runMode pic x(7).
      **** Record sizes differ per file - the shorter records are   ****
      *    padded inside genRec, and only the leading bytes restored    *
       01 polWork pic x(58).
       01 agentWork pic x(134).
       01 nameWork pic x(111).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
                       AT END
                           MOVE "Y" to endCopy
                       NOT AT END
                           MOVE genRec(1:134) to agentRec
                           WRITE agentRec
                               INVALID KEY
                                   DISPLAY "Error, restore write "
