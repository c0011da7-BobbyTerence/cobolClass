      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the manager override rates in ovrrate.dat
      *          that ovrrate reads for AGENT-STMT and GL-EXTRACT. A
      *          manager is paid the override on the premium written by
      *          every agent whose agent.dat manager-code names them.
      *          Each rate is keyed by manager and policy type - "ALL"
      *          covers every type the manager has no rate of its own
      *          for. A manager with no rate on file earns no override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVR-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match ovrrate.cbl's ovrRec ****
           select ovrFile assign to 'ovrrate.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ov-key
               FILE STATUS is ovrFile-Status.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is agent-code
               FILE STATUS is agentFile-Status.

       DATA DIVISION.
       file section.
           fd ovrFile.
           01 ovrRec.
               03 ov-key.
                   05 ov-mgr pic x(5).
                   05 ov-type pic x(3).
               03 ov-rate pic 9(2)v99.

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
       01 ovrFile-Status pic xx.
       01 agentFile-Status pic xx.

      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".

       01 EOProj pic x VALUE "N".
       01 option pic x(6).

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may enter, DELETE needs level 3                           *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "OVR-MAINT".
       01 denyFunc pic x(12).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 validAg pic x VALUE "N".

       01 workMgr pic x(5).
       01 workType pic x(3).
       01 workRate pic 9(2)v99.
       01 ovrEOF pic x VALUE "N".
       01 rateCount pic 9(2).

       01 listHead.
           03 pic x(4) VALUE "Type".
           03 pic x(2).
           03 pic x(10) VALUE "Override %".

       01 listLine.
           03 ll-type pic x(3).
           03      pic x(3).
           03 ll-rate pic Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ENTER, LIST, DELETE or QUIT"
               ACCEPT option
               IF option = "ENTER" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "OVRENTER" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ENTER-RATE
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-RATES
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "OVRDELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DELETE-RATE
                   END-IF
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           PERFORM END-PROGRAM.

       INITPROJ.
           OPEN I-O ovrFile
      **** First session has no ovrrate.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF ovrFile-Status = "35"
               OPEN OUTPUT ovrFile
               CLOSE ovrFile
               OPEN I-O ovrFile
           END-IF
           OPEN INPUT agentFile.

      **** Adds or replaces one rate - the manager must be on       ****
      *    agent.dat, since the override is paid through the same     *
      *    payables and checks as commission                           *
       ENTER-RATE.
           PERFORM GET-MANAGER
           IF validAg NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to validAg

           PERFORM GET-TYPE

           DISPLAY "Override rate (e.g. 01.50):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT workRate
               IF workRate = ZEROES
                   DISPLAY "Error, rate cannot be zero - DELETE the "
                       "rate to stop the override"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE workMgr to ov-mgr
           MOVE workType to ov-type
           MOVE workRate to ov-rate
           WRITE ovrRec
               INVALID KEY
                   REWRITE ovrRec
                       INVALID KEY
                           DISPLAY "Error, rate could not be written"
                       NOT INVALID KEY
                           DISPLAY "Rate replaced"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Rate added"
           END-WRITE.

       LIST-RATES.
           DISPLAY "Manager Code:"
           ACCEPT workMgr
           DISPLAY listHead
           MOVE ZEROES to rateCount
           MOVE "N" to ovrEOF
           MOVE workMgr to ov-mgr
           MOVE SPACES to ov-type
           START ovrFile KEY IS >= ov-key
               INVALID KEY
                   MOVE "Y" to ovrEOF
           END-START
           PERFORM UNTIL ovrEOF = "Y"
               READ ovrFile NEXT RECORD
                   AT END
                       MOVE "Y" to ovrEOF
                   NOT AT END
                       IF ov-mgr NOT = workMgr
                           MOVE "Y" to ovrEOF
                       ELSE
                           MOVE ov-type to ll-type
                           MOVE ov-rate to ll-rate
                           DISPLAY listLine
                           ADD 1 to rateCount
                       END-IF
               END-READ
           END-PERFORM
           IF rateCount = ZEROES
               DISPLAY "No override rates on file for " workMgr
                   " - no override is paid"
           END-IF.

       DELETE-RATE.
           DISPLAY "Manager Code:"
           ACCEPT workMgr
           PERFORM GET-TYPE
           MOVE workMgr to ov-mgr
           MOVE workType to ov-type
           READ ovrFile
               INVALID KEY
                   DISPLAY "Error, rate does not exist"
               NOT INVALID KEY
                   MOVE SPACE to confirmDel
                   PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
                       DISPLAY "Are you sure you want to delete this"
                           " rate (Y/N):"
                       ACCEPT confirmDel
                       IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                           DISPLAY "Error, please enter Y or N"
                       END-IF
                   END-PERFORM
                   IF confirmDel = "Y"
                       DELETE ovrFile
                           INVALID KEY
                               DISPLAY "Record could not be Removed"
                           NOT INVALID KEY
                               DISPLAY "Record Successfully Removed"
                       END-DELETE
                   ELSE
                       DISPLAY "Delete Cancelled"
                   END-IF
           END-READ.

       GET-MANAGER.
           MOVE "N" to validAg
           DISPLAY "Manager Code:"
           ACCEPT workMgr
           MOVE workMgr to agent-code
           READ agentFile
               INVALID KEY
                   DISPLAY "Error, Manager is not on agent.dat."
               NOT INVALID KEY
                   MOVE "Y" to validAg
           END-READ.

       GET-TYPE.
           DISPLAY "Policy Type (111/222/333/444/555 or ALL):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT workType
               IF workType = "ALL"
                   MOVE "Y" to notNull
               ELSE
                   MOVE "N" to PT-FOUND
                   PERFORM VARYING PT-IDX FROM 1 BY 1
                           UNTIL PT-IDX > PT-TABLE-SIZE
                       IF PT-CODE(PT-IDX) = workType
                           MOVE "Y" to PT-FOUND
                       END-IF
                   END-PERFORM
                   IF PT-FOUND = "Y"
                       MOVE "Y" to notNull
                   ELSE
                       DISPLAY "Error, type must be on the poltype "
                           "table or ALL"
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

       END-PROGRAM.
           CLOSE ovrFile agentFile
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM OVR-MAINT.
