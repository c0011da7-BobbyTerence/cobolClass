      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the report distribution table distrib.dat
      *          that BURST-RPT splits the dated print archives by.
      *          Each entry names a report, a break key and the
      *          recipient who gets those pages, with the recipient's
      *          delivery destination (mail stop, e-mail address,
      *          branch printer). The break key is one of
      *            A - an agent code: that agent's own pages
      *            M - a manager-code: the pages of every agent whose
      *                agent.dat manager-code names it
      *            J - an adjuster code: that adjuster's diary pages
      *            * - the whole run, for a department that takes a
      *                complete copy
      *          agentstmt and aging break by agent (A or M),
      *          diaryrpt by adjuster (J); any report may carry *.
      *          The same pages may go to more than one recipient.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIST-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match burstrpt.cbl's distRec ****
           select distFile assign to 'distrib.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ds-key
               FILE STATUS is distFile-Status.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is agent-code
               FILE STATUS is agentFile-Status.

      **** layout must match adjmaint.cbl's adjRec ****
           select adjFile assign to 'adjuster.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is aj-code
               FILE STATUS is adjFile-Status.

       DATA DIVISION.
       file section.
           fd distFile.
           01 distRec.
               03 ds-key.
                   05 ds-report pic x(10).
                   05 ds-keyType pic x(1).
                   05 ds-breakKey pic x(5).
                   05 ds-recip pic x(8).
               03 ds-recipName pic x(20).
               03 ds-dest pic x(40).

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

           fd adjFile.
           01 adjRec.
               03 aj-code pic x(5).
               03 aj-name pic x(20).
               03 aj-active pic x(2).

       working-storage section.
       01 distFile-Status pic xx.
       01 agentFile-Status pic xx.
       01 adjFile-Status pic xx.
       01 agentAvail pic x VALUE "N".
       01 adjAvail pic x VALUE "N".

       01 EOProj pic x VALUE "N".
       01 option pic x(6).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 distEOF pic x VALUE "N".
       01 keyOK pic x.
       01 listCount pic 9(5).

       01 report-ed pic x(10).
       01 keyType-ed pic x(1).
       01 breakKey-ed pic x(5).
       01 recip-ed pic x(8).
       01 recipName-ed pic x(20).
       01 dest-ed pic x(40).

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may add/update, DELETE needs level 3                      *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "DIST-MAINT".
       01 denyFunc pic x(12).

       01 listHead.
           03 pic x(11) VALUE "Report".
           03 pic x(3) VALUE "Ty".
           03 pic x(7) VALUE "Key".
           03 pic x(10) VALUE "Recipient".
           03 pic x(22) VALUE "Name".
           03 pic x(40) VALUE "Destination".

       01 listLine.
           03 ll-report pic x(10).
           03      pic x(1).
           03 ll-keyType pic x(1).
           03      pic x(2).
           03 ll-breakKey pic x(5).
           03      pic x(2).
           03 ll-recip pic x(8).
           03      pic x(2).
           03 ll-recipName pic x(20).
           03      pic x(2).
           03 ll-dest pic x(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ADD, UPDATE, DELETE, LIST or "
                   "QUIT"
               ACCEPT option
               IF option = "ADD" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "DISTADD" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ADD-REC
                   END-IF
               ELSE IF option = "UPDATE" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "DISTUPDATE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM UP-REC
                   END-IF
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "DISTDELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DEL-REC
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-RECS
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           PERFORM END-PROGRAM.

       INITPROJ.
           OPEN I-O distFile
      **** First session has no distrib.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF distFile-Status = "35"
               OPEN OUTPUT distFile
               CLOSE distFile
               OPEN I-O distFile
           END-IF
           OPEN INPUT agentFile
           IF agentFile-Status = "00"
               MOVE "Y" to agentAvail
           END-IF
           OPEN INPUT adjFile
           IF adjFile-Status = "00"
               MOVE "Y" to adjAvail
           END-IF.

       ADD-REC.
           PERFORM GET-KEY
           IF keyOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           READ distFile
               INVALID KEY
                   PERFORM GET-NAME-DEST
                   MOVE report-ed to ds-report
                   MOVE keyType-ed to ds-keyType
                   MOVE breakKey-ed to ds-breakKey
                   MOVE recip-ed to ds-recip
                   MOVE recipName-ed to ds-recipName
                   MOVE dest-ed to ds-dest
                   WRITE distRec
                       INVALID KEY
                           DISPLAY "Error, entry could not be written"
                       NOT INVALID KEY
                           DISPLAY "Distribution entry added"
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Error, entry already exists."
           END-READ.

       UP-REC.
           PERFORM GET-KEY
           IF keyOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           READ distFile
               INVALID KEY
                   DISPLAY "Error, entry does not exist"
               NOT INVALID KEY
                   DISPLAY listHead
                   PERFORM SHOW-ENTRY
                   PERFORM GET-NAME-DEST
                   MOVE recipName-ed to ds-recipName
                   MOVE dest-ed to ds-dest
                   REWRITE distRec
                       INVALID KEY
                           DISPLAY "Error Updating"
                       NOT INVALID KEY
                           DISPLAY "Update Successful"
                   END-REWRITE
           END-READ.

       DEL-REC.
           PERFORM GET-KEY
           IF keyOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           READ distFile
               INVALID KEY
                   DISPLAY "Error, entry does not exist"
               NOT INVALID KEY
                   DISPLAY listHead
                   PERFORM SHOW-ENTRY
                   MOVE SPACE to confirmDel
                   PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
                       DISPLAY "Are you sure you want to delete this"
                           " entry (Y/N):"
                       ACCEPT confirmDel
                       IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                           DISPLAY "Error, please enter Y or N"
                       END-IF
                   END-PERFORM
                   IF confirmDel = "Y"
                       DELETE distFile
                           INVALID KEY
                               DISPLAY "Record could not be Removed"
                           NOT INVALID KEY
                               DISPLAY "Record Successfully Removed"
                       END-DELETE
                   ELSE
                       DISPLAY "Delete Cancelled"
                   END-IF
           END-READ.

      **** Every entry for one report, or every entry on file ****
       LIST-RECS.
           DISPLAY "Report (blank for all):"
           ACCEPT report-ed
           MOVE ZEROES to listCount
           MOVE "N" to distEOF
           MOVE LOW-VALUES to ds-key
           MOVE report-ed to ds-report
           START distFile KEY IS >= ds-key
               INVALID KEY
                   MOVE "Y" to distEOF
           END-START
           DISPLAY listHead
           PERFORM UNTIL distEOF = "Y"
               READ distFile NEXT RECORD
                   AT END
                       MOVE "Y" to distEOF
                   NOT AT END
                       IF report-ed NOT = SPACES
                           AND ds-report NOT = report-ed
                           MOVE "Y" to distEOF
                       ELSE
                           PERFORM SHOW-ENTRY
                           ADD 1 to listCount
                       END-IF
               END-READ
           END-PERFORM
           IF listCount = ZEROES
               DISPLAY "No distribution entries on file"
           END-IF.

       SHOW-ENTRY.
           MOVE SPACES to listLine
           MOVE ds-report to ll-report
           MOVE ds-keyType to ll-keyType
           MOVE ds-breakKey to ll-breakKey
           MOVE ds-recip to ll-recip
           MOVE ds-recipName to ll-recipName
           MOVE ds-dest to ll-dest
           DISPLAY listLine.

      **** Report, break key type and code, and recipient - leaves ****
      *    ds-key set and keyOK = Y when the combination is usable      *
       GET-KEY.
           MOVE "N" to keyOK
           DISPLAY "Report (agentstmt, aging, diaryrpt):"
           ACCEPT report-ed
           IF report-ed NOT = "agentstmt" AND report-ed NOT = "aging"
               AND report-ed NOT = "diaryrpt"
               DISPLAY "Error, report must be agentstmt, aging or "
                   "diaryrpt"
               EXIT PARAGRAPH
           END-IF

           IF report-ed = "diaryrpt"
               DISPLAY "Break by (J adjuster, * whole run):"
           ELSE
               DISPLAY "Break by (A agent, M manager, * whole run):"
           END-IF
           ACCEPT keyType-ed
           IF keyType-ed = "*"
               MOVE SPACES to breakKey-ed
           ELSE IF report-ed = "diaryrpt"
               IF keyType-ed NOT = "J"
                   DISPLAY "Error, diaryrpt breaks by adjuster (J) or "
                       "whole run (*)"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-ADJUSTER
           ELSE
               IF keyType-ed NOT = "A" AND keyType-ed NOT = "M"
                   DISPLAY "Error, " report-ed " breaks by agent (A), "
                       "manager (M) or whole run (*)"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-AGENT
           END-IF
           IF keyType-ed NOT = "*" AND breakKey-ed = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Recipient ID:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT recip-ed
               IF recip-ed = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE report-ed to ds-report
           MOVE keyType-ed to ds-keyType
           MOVE breakKey-ed to ds-breakKey
           MOVE recip-ed to ds-recip
           MOVE "Y" to keyOK.

      **** An agent or manager code must be on agent.dat ****
       CHECK-AGENT.
           IF keyType-ed = "M"
               DISPLAY "Manager Code:"
           ELSE
               DISPLAY "Agent Code:"
           END-IF
           ACCEPT breakKey-ed
           IF agentAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE breakKey-ed to agent-code
           READ agentFile
               INVALID KEY
                   DISPLAY "Error, agent " breakKey-ed
                       " is not on agent.dat"
                   MOVE SPACES to breakKey-ed
           END-READ.

       CHECK-ADJUSTER.
           DISPLAY "Adjuster Code:"
           ACCEPT breakKey-ed
           IF adjAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE breakKey-ed to aj-code
           READ adjFile
               INVALID KEY
                   DISPLAY "Error, adjuster " breakKey-ed
                       " is not on adjuster.dat"
                   MOVE SPACES to breakKey-ed
           END-READ.

       GET-NAME-DEST.
           DISPLAY "Recipient Name:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT recipName-ed
               IF recipName-ed = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Delivery Destination (mail stop, e-mail, printer):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT dest-ed
               IF dest-ed = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

       END-PROGRAM.
           CLOSE distFile
           IF agentAvail = "Y"
               CLOSE agentFile
           END-IF
           IF adjAvail = "Y"
               CLOSE adjFile
           END-IF
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM DIST-MAINT.
