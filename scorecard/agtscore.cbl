      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Agent performance scorecard - one page per agent on
      *          agent.dat, region by region, gathering the figures
      *          five reports print separately: written premium and
      *          policies in force (agentHeader/MGR-ROLLUP), retention
      *          over the last year, quotes issued versus converted
      *          (QUOTE-SYS), loss ratio (LOSS-RATIO's net basis),
      *          the share of open receivables over 60 days (PAY-POST's
      *          aging) and license status for the agent's region
      *          (licfile.dat, as LIC-COMP judges it). Each figure is
      *          ranked against the other agents in the region and
      *          shown beside the region and company figures.
      *          Retention counts policies renewed in the last year -
      *          in force and written more than a year ago - against
      *          policies cancelled or lapsed in the same year.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENT-SCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select agentFile assign to 'agent.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is agent-code
               FILE STATUS is agentFile-Status.

      **** layout must match final.cbl's polFileRec byte for byte ****
           select polFile assign to 'polfile.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

      **** layout must match quote.cbl's quoteRec ****
           select quoteFile assign to 'quotes.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is qt-quoteNum
               FILE STATUS is quoteFile-Status.

      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** layout must match clmcede.cbl's cededRec ****
           select cededFile assign to 'clmceded.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cc-claimNum
               ALTERNATE RECORD KEY is cc-treaty WITH DUPLICATES
               FILE STATUS is cededFile-Status.

      **** layout must match paypost.cbl's billRec ****
           select billFile assign to 'polbill.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is bl-key
               FILE STATUS is billFile-Status.

      **** layout must match licmaint.cbl's licRec ****
           select licFile assign to 'licfile.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is lc-key
               FILE STATUS is licFile-Status.

      **** Optional override of the retention limit - the same file ***
      *    LOSS-RATIO nets premium by                                   *
           select retFile assign to 'retention.dat'
               organization is line sequential
               file status is retFile-Status.

           select scoreRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
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

           fd polFile.
           01 polFileRec.
               03 polNum-in pic x(6).
               03 polDate-in pic 9(8).
               03 polAmt-in pic 9(8).
               03 polPrem-in pic 9(6)v99.
               03 polCanRsn-in pic x(2).
               03 polAgent-in pic x(5).
               03 polTerm-in pic x(8).
               03 poltype-in pic x(3).
               03 polField-in pic x(2) VALUE "AC".
               03 polCanDate-in pic 9(8) VALUE ZEROES.

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

           fd claimFile.
           01 claimRec.
               03 cl-claimNum pic x(6).
               03 cl-polNum pic x(6).
               03 cl-lossDate pic 9(8).
               03 cl-lossType pic x(10).
               03 cl-reserve pic 9(8)v99.
               03 cl-paid pic 9(8)v99.
               03 cl-adjuster pic x(5).
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

           fd cededFile.
           01 cededRec.
               03 cc-claimNum pic x(6).
               03 cc-treaty pic x(8).
               03 cc-polNum pic x(6).
               03 cc-lossDate pic 9(8).
               03 cc-share pic 9v9(6).
               03 cc-grossPaid pic s9(9)v99.
               03 cc-cededPaid pic s9(9)v99.
               03 cc-billedPaid pic s9(9)v99.
               03 cc-cededRsv pic 9(9)v99.

           fd billFile.
           01 billRec.
               03 bl-key.
                   05 bl-polNum pic x(6).
                   05 bl-period pic 9(6).
               03 bl-invDate pic 9(8).
               03 bl-amount pic 9(6)v99.
               03 bl-agent pic x(5).
               03 bl-paid pic x(2).
               03 bl-payDate pic 9(8).
               03 bl-payAmt pic 9(6)v99.
               03 bl-dueDate pic 9(8).
               03 bl-notice pic x(1).

           fd licFile.
           01 licRec.
               03 lc-key.
                   05 lc-agent pic x(5).
                   05 lc-state pic x(2).
               03 lc-licNum pic x(10).
               03 lc-expDate pic 9(8).

           fd retFile.
               01 retRec pic 9(8).

           fd scoreRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 agentFile-Status pic xx.
       01 polFile-Status pic xx.
       01 quoteFile-Status pic xx.
       01 claimFile-Status pic xx.
       01 cededFile-Status pic xx.
       01 billFile-Status pic xx.
       01 licFile-Status pic xx.
       01 retFile-Status pic xx.
       01 cededAvail pic x VALUE "N".
       01 licAvail pic x VALUE "N".
       01 endRead pic x VALUE "N".

       01 today8 pic 9(8).
       01 yearAgo8 pic 9(8).
      **** polCanDate-in is 00YYMMDD (ACCEPT FROM DATE) ****
       01 yearAgo6 pic 9(8).
       01 ageDays pic s9(9).

      **** dateval call interface - polfile and quote dates are    ****
      *    MMDDYYYY, turned to YYYYMMDD for the year comparisons       *
       01 dateValFn pic x(1).
       01 dateChk pic 9(8).
       01 dateValFlag pic x(1).
       01 expDateChk pic 9(8).

      **** Loss ratio on LOSS-RATIO's basis - premium net of the   ****
      *    share ceded above retention, incurred net of recoveries    *
      *    and of the reinsurers' share of the claim                   *
       01 retention pic 9(8) VALUE 1000000.
       01 netPrem pic 9(6)v99.
       01 netWork pic s9(9)v99.
       01 wsIncurred pic 9(9)v99.
       01 wsCeded pic 9(9)v99.
       01 openAmt pic s9(7)v99.

      **** The six measures - the figure is num / den times the    ****
      *    scale; H ranks the highest first, L the lowest              *
       01 MeasureValues.
           03 pic x(28) VALUE "Written premium          1H".
           03 pic x(28) VALUE "Policies in force        1H".
           03 pic x(28) VALUE "Retention rate           CH".
           03 pic x(28) VALUE "Quote conversion         CH".
           03 pic x(28) VALUE "Loss ratio               CL".
           03 pic x(28) VALUE "Receivables over 60 days CL".
       01 MeasureTable REDEFINES MeasureValues.
           03 MeasureEntry OCCURS 6 TIMES.
               05 ms-name pic x(25).
               05 ms-scale pic x(1).
               05 ms-dir pic x(1).
               05      pic x(1).
       01 ms-idx pic 9(1).

      **** Every agent on agent.dat with the makings of each       ****
      *    measure - the same 500 agents MGR-ROLLUP's ProdTable holds  *
       01 AgentTable.
           03 AgentEntry OCCURS 500 TIMES.
               05 at-code pic x(5).
               05 at-name pic x(20).
               05 at-region pic x(2).
               05 at-mgr pic x(5).
               05 at-status pic x(2).
               05 at-renewed pic 9(5).
               05 at-lost pic 9(5).
               05 at-quotes pic 9(5).
               05 at-conv pic 9(5).
               05 at-open pic 9(9)v99.
               05 at-measure OCCURS 6 TIMES.
                   07 at-num pic 9(11)v99.
                   07 at-den pic 9(11)v99.
                   07 at-fig pic 9(9)v99.
                   07 at-on pic x(1).
                   07 at-rank pic 9(3).
                   07 at-of pic 9(3).
       01 agentCount pic 9(3) VALUE ZEROES.
       01 at-idx pic 9(3).
       01 at-cmp pic 9(3).
       01 unknownCount pic 9(7) VALUE ZEROES.

      **** Entry 1 is the whole company, the rest one per region,  ****
      *    kept in region order                                         *
       01 RegionTable.
           03 RegionEntry OCCURS 51 TIMES.
               05 rg-code pic x(2).
               05 rg-agents pic 9(3).
               05 rg-measure OCCURS 6 TIMES.
                   07 rg-num pic 9(11)v99.
                   07 rg-den pic 9(11)v99.
       01 regionCount pic 9(2) VALUE 1.
       01 rg-idx pic 9(2).
       01 rg-move pic 9(2).
       01 gp-idx pic 9(2).

       01 figWork pic 9(9)v99.
       01 figOn pic x(1).

       01 reportHead.
           03 pic x(31) VALUE "AGENT PERFORMANCE SCORECARD -  ".
           03 pic x(19) VALUE "YEAR ENDING ".
           03 rh-date pic 9999/99/99.

       01 agentHead.
           03 pic x(7) VALUE "Agent: ".
           03 ah-code pic x(5).
           03 pic x(2).
           03 ah-name pic x(20).
           03 pic x(10) VALUE "  Region: ".
           03 ah-region pic x(2).
           03 pic x(11) VALUE "  Manager: ".
           03 ah-mgr pic x(5).
           03 pic x(10) VALUE "  Status: ".
           03 ah-status pic x(2).

       01 licLine.
           03 pic x(9) VALUE "License (".
           03 ll-state pic x(2).
           03 pic x(3) VALUE "): ".
           03 ll-text pic x(60).

       01 colHead.
           03 pic x(25) VALUE "Measure".
           03 pic x(16) VALUE "           Agent".
           03 pic x(15) VALUE "   Region rank".
           03 pic x(18) VALUE "     Region".
           03 pic x(18) VALUE "    Company".

       01 measLine.
           03 ml-name pic x(25).
           03 ml-agent pic x(14).
           03 ml-unit1 pic x(2).
           03      pic x(4).
           03 ml-rank pic x(10).
           03      pic x(1).
           03 ml-region pic x(14).
           03 ml-unit2 pic x(2).
           03      pic x(2).
           03 ml-company pic x(14).
           03 ml-unit3 pic x(2).

       01 rankEdit.
           03 re-rank pic ZZ9.
           03      pic x(4) VALUE " of ".
           03 re-of pic ZZ9.

       01 moneyEdit pic ZZZ,ZZZ,ZZ9.99.
       01 countEdit.
           03 ce-count pic ZZZ,ZZZ,ZZ9.
           03      pic x(3) VALUE SPACES.
       01 figOut pic x(14).

       01 detailLine.
           03 dt-text1 pic x(20).
           03 dt-n1 pic ZZ,ZZ9.
           03      pic x(3).
           03 dt-text2 pic x(20).
           03 dt-n2 pic ZZ,ZZ9.

       01 openLine.
           03 pic x(26) VALUE "Open receivables         ".
           03 ol-open pic ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-AGENTS
           PERFORM POLICY-PASS
           PERFORM QUOTE-PASS
           PERFORM CLAIMS-PASS
           PERFORM BILL-PASS
           PERFORM FIGURE-ALL
           PERFORM RANK-ALL
           PERFORM PRINT-ALL
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           COMPUTE yearAgo8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(today8) - 365)
           MOVE ZEROES to yearAgo6
           MOVE yearAgo8(3:6) to yearAgo6(3:6)

           OPEN INPUT agentFile
           IF agentFile-Status NOT = "00"
               DISPLAY "Error, agent.dat could not be opened (status "
                   agentFile-Status ") - no scorecards printed"
               GOBACK
           END-IF
           OPEN INPUT polFile
           OPEN INPUT quoteFile
           OPEN INPUT claimFile
           OPEN INPUT billFile
           OPEN INPUT cededFile
           IF cededFile-Status = "00"
               MOVE "Y" to cededAvail
           END-IF
           OPEN INPUT licFile
           IF licFile-Status = "00"
               MOVE "Y" to licAvail
           END-IF
      **** Override the default retention from retention.dat ****
           OPEN INPUT retFile
           IF retFile-Status = "00"
               READ retFile
                   AT END continue
                   NOT AT END
                       MOVE retRec to retention
               END-READ
               CLOSE retFile
           END-IF
           OPEN OUTPUT scoreRep
           MOVE "**" to rg-code(1)
           MOVE ZEROES to rg-agents(1)
           PERFORM VARYING ms-idx FROM 1 BY 1 UNTIL ms-idx > 6
               MOVE ZEROES to rg-num(1, ms-idx) rg-den(1, ms-idx)
           END-PERFORM.

       LOAD-AGENTS.
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ agentFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

       LOAD-ONE.
           IF agentCount NOT < 500
               DISPLAY "Warning, agent table full - agent "
                   agent-code " has no scorecard"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to agentCount
           MOVE agent-code to at-code(agentCount)
           MOVE agent-name to at-name(agentCount)
           MOVE region to at-region(agentCount)
           MOVE manager-code to at-mgr(agentCount)
           MOVE active-status to at-status(agentCount)
           MOVE ZEROES to at-renewed(agentCount) at-lost(agentCount)
               at-quotes(agentCount) at-conv(agentCount)
               at-open(agentCount)
           PERFORM VARYING ms-idx FROM 1 BY 1 UNTIL ms-idx > 6
               MOVE ZEROES to at-num(agentCount, ms-idx)
                   at-den(agentCount, ms-idx)
                   at-rank(agentCount, ms-idx)
                   at-of(agentCount, ms-idx)
           END-PERFORM
      **** Premium and policy count average over every agent ****
           MOVE 1 to at-den(agentCount, 1) at-den(agentCount, 2)
           PERFORM ADD-REGION.

      **** Keeps the region list in order as it grows ****
       ADD-REGION.
           PERFORM VARYING rg-idx FROM 2 BY 1
                   UNTIL rg-idx > regionCount
                   OR rg-code(rg-idx) NOT < region
               CONTINUE
           END-PERFORM
           IF rg-idx NOT > regionCount
               IF rg-code(rg-idx) = region
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF regionCount NOT < 51
               DISPLAY "Warning, region table full - region " region
                   " has no scorecards"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING rg-move FROM regionCount BY -1
                   UNTIL rg-move < rg-idx
               MOVE RegionEntry(rg-move) to RegionEntry(rg-move + 1)
           END-PERFORM
           MOVE region to rg-code(rg-idx)
           MOVE ZEROES to rg-agents(rg-idx)
           PERFORM VARYING ms-idx FROM 1 BY 1 UNTIL ms-idx > 6
               MOVE ZEROES to rg-num(rg-idx, ms-idx)
                   rg-den(rg-idx, ms-idx)
           END-PERFORM
           ADD 1 to regionCount.

      **** Leaves at-idx at the agent's entry, zero if not on file ****
       FIND-AGENT.
           PERFORM VARYING at-idx FROM 1 BY 1
                   UNTIL at-idx > agentCount
                   OR at-code(at-idx) = polAgent-in
               CONTINUE
           END-PERFORM
           IF at-idx > agentCount
               MOVE ZEROES to at-idx
               ADD 1 to unknownCount
           END-IF.

      ******************************************************************
      * Production, retention and the premium the loss ratio runs on *
      ******************************************************************
       POLICY-PASS.
           MOVE "N" to endRead
           MOVE LOW-VALUES to polNum-in
           START polFile KEY IS >= polNum-in
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ polFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM POLICY-ONE
               END-READ
           END-PERFORM.

       POLICY-ONE.
           PERFORM FIND-AGENT
           IF at-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
      **** A cancel or lapse inside the year is a policy lost ****
           IF polField-in = "CN"
               IF polCanDate-in NUMERIC
                   AND polCanDate-in NOT < yearAgo6
                   ADD 1 to at-lost(at-idx)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 to at-num(at-idx, 2)
           IF polPrem-in NUMERIC
               ADD polPrem-in to at-num(at-idx, 1)
               IF polAmt-in NUMERIC AND polAmt-in > retention
                   COMPUTE netPrem ROUNDED =
                       polPrem-in * retention / polAmt-in
               ELSE
                   MOVE polPrem-in to netPrem
               END-IF
               ADD netPrem to at-den(at-idx, 5)
           END-IF

      **** Written more than a year ago and still in force - it   ****
      *    has come through a renewal inside the year                  *
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, polDate-in, dateChk,
               dateValFlag
           IF dateValFlag = "Y" AND dateChk NOT > yearAgo8
               ADD 1 to at-renewed(at-idx)
           END-IF.

      ******************************************************************
      * Quotes issued in the year and how many were converted        *
      ******************************************************************
       QUOTE-PASS.
           IF quoteFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ quoteFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM QUOTE-ONE
               END-READ
           END-PERFORM.

       QUOTE-ONE.
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, qt-quoteDate, dateChk,
               dateValFlag
           IF dateValFlag NOT = "Y" OR dateChk < yearAgo8
               EXIT PARAGRAPH
           END-IF
           MOVE qt-agent to polAgent-in
           PERFORM FIND-AGENT
           IF at-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
           ADD 1 to at-quotes(at-idx)
           IF qt-status = "CV"
               ADD 1 to at-conv(at-idx)
           END-IF.

      ******************************************************************
      * Incurred losses joined back to the writing agent             *
      ******************************************************************
       CLAIMS-PASS.
           IF claimFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ claimFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM CLAIM-ONE
               END-READ
           END-PERFORM.

       CLAIM-ONE.
           MOVE cl-polNum to polNum-in
           READ polFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM FIND-AGENT
           IF at-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
           COMPUTE netWork = cl-paid + cl-reserve - cl-recovered
           IF netWork < ZEROES
               MOVE ZEROES to netWork
           END-IF
           MOVE netWork to wsIncurred
           PERFORM FIND-CEDED
           COMPUTE at-num(at-idx, 5) = at-num(at-idx, 5)
               + wsIncurred - wsCeded.

      **** The reinsurers' share, capped at the claim's incurred - ****
      *    the same rule LOSS-RATIO's FIND-CEDED applies               *
       FIND-CEDED.
           MOVE ZEROES to wsCeded
           IF cededAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE cl-claimNum to cc-claimNum
           READ cededFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE netWork = cc-cededPaid + cc-cededRsv
           IF netWork > ZEROES
               MOVE netWork to wsCeded
           END-IF
           IF wsCeded > wsIncurred
               MOVE wsIncurred to wsCeded
           END-IF.

      ******************************************************************
      * Open receivables aged the way PAY-POST's aging report ages   *
      * them - 60 days and over from the invoice date                 *
      ******************************************************************
       BILL-PASS.
           IF billFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ billFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF bl-paid NOT = "PD"
                           PERFORM BILL-ONE
                       END-IF
               END-READ
           END-PERFORM.

       BILL-ONE.
           COMPUTE openAmt = bl-amount - bl-payAmt
           IF openAmt <= ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE bl-agent to polAgent-in
           PERFORM FIND-AGENT
           IF at-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
           ADD openAmt to at-open(at-idx)
           ADD openAmt to at-den(at-idx, 6)
           COMPUTE ageDays =
               FUNCTION INTEGER-OF-DATE(today8)
               - FUNCTION INTEGER-OF-DATE(bl-invDate)
           IF ageDays NOT < 60
               ADD openAmt to at-num(at-idx, 6)
           END-IF.

      **** Each agent's figures, folded into their region and the  ****
      *    company                                                      *
       FIGURE-ALL.
           PERFORM VARYING at-idx FROM 1 BY 1
                   UNTIL at-idx > agentCount
               MOVE at-renewed(at-idx) to at-num(at-idx, 3)
               COMPUTE at-den(at-idx, 3) =
                   at-renewed(at-idx) + at-lost(at-idx)
               MOVE at-conv(at-idx) to at-num(at-idx, 4)
               MOVE at-quotes(at-idx) to at-den(at-idx, 4)
               PERFORM FIND-REGION
               ADD 1 to rg-agents(1)
               IF rg-idx > ZEROES
                   ADD 1 to rg-agents(rg-idx)
               END-IF
               PERFORM VARYING ms-idx FROM 1 BY 1 UNTIL ms-idx > 6
                   PERFORM FIGURE-ONE
               END-PERFORM
           END-PERFORM.

       FIGURE-ONE.
           ADD at-num(at-idx, ms-idx) to rg-num(1, ms-idx)
           ADD at-den(at-idx, ms-idx) to rg-den(1, ms-idx)
           IF rg-idx > ZEROES
               ADD at-num(at-idx, ms-idx) to rg-num(rg-idx, ms-idx)
               ADD at-den(at-idx, ms-idx) to rg-den(rg-idx, ms-idx)
           END-IF
           MOVE "N" to at-on(at-idx, ms-idx)
           MOVE ZEROES to at-fig(at-idx, ms-idx)
           IF at-den(at-idx, ms-idx) > ZEROES
               MOVE "Y" to at-on(at-idx, ms-idx)
               IF ms-scale(ms-idx) = "C"
                   COMPUTE at-fig(at-idx, ms-idx) ROUNDED =
                       at-num(at-idx, ms-idx) * 100
                       / at-den(at-idx, ms-idx)
                       ON SIZE ERROR
                           MOVE 999999999.99 to at-fig(at-idx, ms-idx)
                   END-COMPUTE
               ELSE
                   COMPUTE at-fig(at-idx, ms-idx) ROUNDED =
                       at-num(at-idx, ms-idx) / at-den(at-idx, ms-idx)
                       ON SIZE ERROR
                           MOVE 999999999.99 to at-fig(at-idx, ms-idx)
                   END-COMPUTE
               END-IF
           END-IF.

      **** Leaves rg-idx at the agent's region, zero if it had no  ****
      *    room on the table                                            *
       FIND-REGION.
           PERFORM VARYING rg-idx FROM 2 BY 1
                   UNTIL rg-idx > regionCount
                   OR rg-code(rg-idx) = at-region(at-idx)
               CONTINUE
           END-PERFORM
           IF rg-idx > regionCount
               MOVE ZEROES to rg-idx
           END-IF.

      **** Rank 1 is the best in the region - ties share a rank, and ****
      *    an agent with nothing to measure is left out of it          *
       RANK-ALL.
           PERFORM VARYING at-idx FROM 1 BY 1
                   UNTIL at-idx > agentCount
               PERFORM VARYING ms-idx FROM 1 BY 1 UNTIL ms-idx > 6
                   IF at-on(at-idx, ms-idx) = "Y"
                       PERFORM RANK-ONE
                   END-IF
               END-PERFORM
           END-PERFORM.

       RANK-ONE.
           MOVE 1 to at-rank(at-idx, ms-idx)
           MOVE ZEROES to at-of(at-idx, ms-idx)
           PERFORM VARYING at-cmp FROM 1 BY 1
                   UNTIL at-cmp > agentCount
               IF at-region(at-cmp) = at-region(at-idx)
                   AND at-on(at-cmp, ms-idx) = "Y"
                   ADD 1 to at-of(at-idx, ms-idx)
                   IF (ms-dir(ms-idx) = "H"
                       AND at-fig(at-cmp, ms-idx)
                           > at-fig(at-idx, ms-idx))
                   OR (ms-dir(ms-idx) = "L"
                       AND at-fig(at-cmp, ms-idx)
                           < at-fig(at-idx, ms-idx))
                       ADD 1 to at-rank(at-idx, ms-idx)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * One page per agent, region by region                         *
      ******************************************************************
       PRINT-ALL.
           MOVE today8 to rh-date
           PERFORM VARYING rg-move FROM 2 BY 1
                   UNTIL rg-move > regionCount
               PERFORM VARYING at-idx FROM 1 BY 1
                       UNTIL at-idx > agentCount
                   IF at-region(at-idx) = rg-code(rg-move)
                       PERFORM PRINT-AGENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-AGENT.
           PERFORM FIND-REGION
           WRITE printRep FROM reportHead AFTER ADVANCING PAGE
           MOVE at-code(at-idx) to ah-code
           MOVE at-name(at-idx) to ah-name
           MOVE at-region(at-idx) to ah-region
           MOVE at-mgr(at-idx) to ah-mgr
           MOVE at-status(at-idx) to ah-status
           WRITE printRep FROM agentHead AFTER ADVANCING 2 LINES
           PERFORM LICENSE-STATUS
           WRITE printRep FROM licLine AFTER ADVANCING 1 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES
           PERFORM VARYING ms-idx FROM 1 BY 1 UNTIL ms-idx > 6
               PERFORM PRINT-MEASURE
           END-PERFORM

           MOVE SPACES to detailLine
           MOVE "Policies renewed" to dt-text1
           MOVE at-renewed(at-idx) to dt-n1
           MOVE "   lost in the year" to dt-text2
           MOVE at-lost(at-idx) to dt-n2
           WRITE printRep FROM detailLine AFTER ADVANCING 2 LINES
           MOVE "Quotes issued" to dt-text1
           MOVE at-quotes(at-idx) to dt-n1
           MOVE "   converted" to dt-text2
           MOVE at-conv(at-idx) to dt-n2
           WRITE printRep FROM detailLine AFTER ADVANCING 1 LINES
           MOVE at-open(at-idx) to ol-open
           WRITE printRep FROM openLine AFTER ADVANCING 1 LINES.

       PRINT-MEASURE.
           MOVE SPACES to measLine
           MOVE ms-name(ms-idx) to ml-name
           IF ms-scale(ms-idx) = "C"
               MOVE " %" to ml-unit1 ml-unit2 ml-unit3
           END-IF
           IF at-on(at-idx, ms-idx) = "Y"
               MOVE at-fig(at-idx, ms-idx) to figWork
               PERFORM EDIT-FIGURE
               MOVE figOut to ml-agent
               MOVE at-rank(at-idx, ms-idx) to re-rank
               MOVE at-of(at-idx, ms-idx) to re-of
               MOVE rankEdit to ml-rank
           ELSE
               MOVE "           n/a" to ml-agent
               MOVE SPACES to ml-unit1
           END-IF
           IF rg-idx > ZEROES
               MOVE rg-idx to gp-idx
               PERFORM GROUP-FIGURE
               IF figOn = "Y"
                   PERFORM EDIT-FIGURE
                   MOVE figOut to ml-region
               ELSE
                   MOVE "           n/a" to ml-region
                   MOVE SPACES to ml-unit2
               END-IF
           END-IF
           MOVE 1 to gp-idx
           PERFORM GROUP-FIGURE
           IF figOn = "Y"
               PERFORM EDIT-FIGURE
               MOVE figOut to ml-company
           ELSE
               MOVE "           n/a" to ml-company
               MOVE SPACES to ml-unit3
           END-IF
           WRITE printRep FROM measLine AFTER ADVANCING 1 LINES.

      **** The region's or company's figure - the average agent    ****
      *    for premium and policies, the pooled ratio for the rest     *
       GROUP-FIGURE.
           MOVE "N" to figOn
           MOVE ZEROES to figWork
           IF rg-den(gp-idx, ms-idx) = ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" to figOn
           IF ms-scale(ms-idx) = "C"
               COMPUTE figWork ROUNDED =
                   rg-num(gp-idx, ms-idx) * 100
                   / rg-den(gp-idx, ms-idx)
                   ON SIZE ERROR MOVE 999999999.99 to figWork
               END-COMPUTE
           ELSE
               COMPUTE figWork ROUNDED =
                   rg-num(gp-idx, ms-idx) / rg-den(gp-idx, ms-idx)
                   ON SIZE ERROR MOVE 999999999.99 to figWork
               END-COMPUTE
           END-IF.

      **** Policy counts print whole, everything else to the cent ****
       EDIT-FIGURE.
           IF ms-idx = 2
               MOVE figWork to ce-count
               MOVE countEdit to figOut
           ELSE
               MOVE figWork to moneyEdit
               MOVE moneyEdit to figOut
           END-IF.

      **** The license for the agent's region state, judged the    ****
      *    way LIC-COMP judges it                                       *
       LICENSE-STATUS.
           MOVE SPACES to ll-text
           MOVE at-region(at-idx) to ll-state
           IF licAvail NOT = "Y"
               MOVE "licfile.dat not on disk" to ll-text
               EXIT PARAGRAPH
           END-IF
           MOVE at-code(at-idx) to lc-agent
           MOVE at-region(at-idx) to lc-state
           READ licFile
               INVALID KEY
                   MOVE "NO LICENSE ON FILE FOR STATE" to ll-text
                   EXIT PARAGRAPH
           END-READ
           MOVE lc-expDate(5:4) to expDateChk(1:4)
           MOVE lc-expDate(1:2) to expDateChk(5:2)
           MOVE lc-expDate(3:2) to expDateChk(7:2)
           IF expDateChk < today8
               STRING "EXPIRED - " lc-licNum " expired "
                   lc-expDate(1:2) "/" lc-expDate(3:2) "/"
                   lc-expDate(5:4) DELIMITED BY SIZE INTO ll-text
           ELSE
               STRING "CURRENT - " lc-licNum " expires "
                   lc-expDate(1:2) "/" lc-expDate(3:2) "/"
                   lc-expDate(5:4) DELIMITED BY SIZE INTO ll-text
           END-IF.

       CLOSEJOB.
           SUBTRACT 1 FROM regionCount
           DISPLAY agentCount " agent scorecard(s) printed across "
               regionCount " region(s)"
           IF unknownCount > ZEROES
               DISPLAY unknownCount " record(s) carried an agent code "
                   "not on agent.dat and were left out"
           END-IF
           IF cededAvail = "Y"
               CLOSE cededFile
           END-IF
           IF licAvail = "Y"
               CLOSE licFile
           END-IF
           CLOSE agentFile polFile quoteFile claimFile billFile
               scoreRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM AGENT-SCORE.
