      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Daily quote follow-up worklist - every open quote on
      *          quotes.dat whose expiry falls within the next seven
      *          days, grouped by agent so each agent has a list to
      *          call from. Each line carries the prospect's name and
      *          phone, the premium quoted, the expiry and follow-up
      *          dates and the last outcome notes kept through
      *          QUOTE-SYS's FOLLOW option. Report goes to qtework.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-WORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match quote.cbl's quoteRec ****
           select quoteFile assign to 'quotes.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is qt-quoteNum
               FILE STATUS is quoteFile-Status.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is agent-code
               FILE STATUS is agentFile-Status.

      **** sortWork puts the worklist in agent then expiry order ****
           select sortWork assign to 'sortwrk'.

           select workRep assign to 'qtework.rpt'
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
           fd quoteFile.
           01 quoteRec.
               03 qt-quoteNum pic x(6).
               03 qt-amount pic 9(8).
               03 qt-type pic x(3).
               03 qt-agent pic x(5).
               03 qt-prem pic 9(6)v99.
               03 qt-quoteDate pic 9(8).
               03 qt-expDate pic 9(8).
               03 qt-status pic x(2).
               03 qt-polNum pic x(6).
               03 qt-fName pic x(15).
               03 qt-lName pic x(15).
               03 qt-addy pic x(30).
               03 qt-city pic x(15).
               03 qt-state pic x(2).
               03 qt-zip pic x(9).
               03 qt-phone pic x(10).
               03 qt-custNum pic x(6).
               03 qt-followDate pic 9(8).
               03 qt-notes pic x(60).

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

           SD sortWork.
           01 sortWorkRec.
               03 sw-agent pic x(5).
               03 sw-expYMD pic 9(8).
               03 sw-quoteNum pic x(6).
               03 sw-fName pic x(15).
               03 sw-lName pic x(15).
               03 sw-phone pic x(10).
               03 sw-prem pic 9(6)v99.
               03 sw-expDate pic 9(8).
               03 sw-followDate pic 9(8).
               03 sw-notes pic x(60).

           fd workRep.
               01 workRepRec pic x(132).

       WORKING-STORAGE SECTION.
       01 quoteFile-Status pic xx.
       01 agentFile-Status pic xx.
       01 quoteEOF pic x VALUE "N".
       01 sortEOF pic x VALUE "N".

      **** Quotes expiring inside this many days make the list ****
       01 workWindow pic 9(3) VALUE 7.

       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 windowInt pic 9(9).
       01 windowEnd8 pic 9(8).
       01 expYMD pic 9(8).
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).

       01 agent-in pic x(5) VALUE SPACES.
       01 agentLines pic 9(5).
       01 listCount pic 9(7) VALUE ZEROES.
       01 agentCount pic 9(5) VALUE ZEROES.

       01 workHead.
           03      pic x(33) VALUE "QUOTE FOLLOW-UP WORKLIST - RUN ".
           03 wh-date pic 99/99/9999.
           03      pic x(22) VALUE "  - EXPIRING IN 7 DAYS".

       01 agentHead.
           03      pic x(7) VALUE "AGENT: ".
           03 ah-agent pic x(5).
           03      pic x(2).
           03 ah-name pic x(20).

       01 columnHead.
           03      pic x(2).
           03      pic x(6) VALUE "Quote".
           03      pic x(2).
           03      pic x(31) VALUE "Prospect".
           03      pic x(12) VALUE "Phone".
           03      pic x(10) VALUE "   Premium".
           03      pic x(2).
           03      pic x(10) VALUE "Expires".
           03      pic x(2).
           03      pic x(10) VALUE "Follow-up".

       01 workLine.
           03      pic x(2).
           03 wl-quoteNum pic x(6).
           03      pic x(2).
           03 wl-fName pic x(15).
           03      pic x(1).
           03 wl-lName pic x(15).
           03 wl-phone pic x(10).
           03      pic x(2).
           03 wl-prem pic ZZZ,ZZ9.99.
           03      pic x(2).
           03 wl-expDate pic 99/99/9999.
           03      pic x(2).
           03 wl-followDate pic 99/99/9999.

       01 notesLine.
           03      pic x(10).
           03      pic x(7) VALUE "Notes: ".
           03 nl-notes pic x(60).

       01 agentTotal.
           03      pic x(2).
           03 at-count pic ZZZZ9.
           03      pic x(25) VALUE " quote(s) to follow up".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           SORT sortWork ON ASCENDING KEY sw-agent sw-expYMD
               sw-quoteNum
               INPUT PROCEDURE is SELECT-QUOTES
               OUTPUT PROCEDURE is PRINT-WORKLIST
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN INPUT quoteFile
           IF quoteFile-Status NOT = "00"
               DISPLAY "Error, quotes.dat could not be opened "
                   "(status " quoteFile-Status ")"
               GOBACK
           END-IF
           OPEN INPUT agentFile
           OPEN OUTPUT workRep
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE "M" to dateValFn
           CALL "dateval" USING dateValFn, today8, todayMDY,
               dateValFlag
           COMPUTE windowInt =
               FUNCTION INTEGER-OF-DATE(today8) + workWindow
           COMPUTE windowEnd8 = FUNCTION DATE-OF-INTEGER(windowInt)
           MOVE todayMDY to wh-date
           WRITE workRepRec FROM workHead.

      **** Open quotes not yet expired whose expiry falls inside the *
      *    window - qt-expDate is MMDDYYYY, compared as YYYYMMDD       *
       SELECT-QUOTES.
           PERFORM UNTIL quoteEOF = "Y"
               READ quoteFile NEXT RECORD
                   AT END
                       MOVE "Y" to quoteEOF
                   NOT AT END
                       IF qt-status = "OP"
                           PERFORM SELECT-ONE
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-ONE.
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, qt-expDate, expYMD,
               dateValFlag
           IF dateValFlag NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF expYMD < today8 OR expYMD > windowEnd8
               EXIT PARAGRAPH
           END-IF
           MOVE qt-agent to sw-agent
           MOVE expYMD to sw-expYMD
           MOVE qt-quoteNum to sw-quoteNum
           MOVE qt-fName to sw-fName
           MOVE qt-lName to sw-lName
           MOVE qt-phone to sw-phone
           MOVE qt-prem to sw-prem
           MOVE qt-expDate to sw-expDate
           MOVE qt-followDate to sw-followDate
           MOVE qt-notes to sw-notes
           RELEASE sortWorkRec.

      **** One group per agent, headed by the agent's name, with a **
      *    count at the foot                                            *
       PRINT-WORKLIST.
           PERFORM UNTIL sortEOF = "Y"
               RETURN sortWork
                   AT END
                       MOVE "Y" to sortEOF
                   NOT AT END
                       PERFORM PRINT-ONE
               END-RETURN
           END-PERFORM
           IF agent-in NOT = SPACES
               PERFORM PRINT-AGENT-TOTAL
           END-IF.

       PRINT-ONE.
           IF sw-agent NOT = agent-in
               IF agent-in NOT = SPACES
                   PERFORM PRINT-AGENT-TOTAL
               END-IF
               PERFORM PRINT-AGENT-HEAD
           END-IF
           MOVE sw-quoteNum to wl-quoteNum
           MOVE sw-fName to wl-fName
           MOVE sw-lName to wl-lName
           MOVE sw-phone to wl-phone
           MOVE sw-prem to wl-prem
           MOVE sw-expDate to wl-expDate
           MOVE sw-followDate to wl-followDate
           WRITE workRepRec FROM workLine
           IF sw-notes NOT = SPACES
               MOVE sw-notes to nl-notes
               WRITE workRepRec FROM notesLine
           END-IF
           ADD 1 to agentLines
           ADD 1 to listCount.

       PRINT-AGENT-HEAD.
           MOVE sw-agent to agent-in
           MOVE ZEROES to agentLines
           ADD 1 to agentCount
           MOVE sw-agent to ah-agent
           MOVE SPACES to ah-name
           MOVE sw-agent to agent-code
           READ agentFile
               INVALID KEY
                   MOVE "NOT ON AGENT FILE" to ah-name
               NOT INVALID KEY
                   MOVE agent-name to ah-name
           END-READ
           MOVE SPACES to workRepRec
           WRITE workRepRec
           WRITE workRepRec FROM agentHead
           WRITE workRepRec FROM columnHead.

       PRINT-AGENT-TOTAL.
           MOVE agentLines to at-count
           WRITE workRepRec FROM agentTotal.

       CLOSEJOB.
           DISPLAY listCount " quote(s) on the worklist for "
               agentCount " agent(s) - report in qtework.rpt"
           CLOSE quoteFile agentFile workRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM QUOTE-WORK.
