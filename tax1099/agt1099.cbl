      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Year-end 1099-NEC reporting for agent commissions.
      *          Every check CHECK-ISSUE wrote to agchkreg.txt in the
      *          tax year is totalled by agent - ISSUED and REISSUE
      *          checks count, a check later voided does not, whatever
      *          year the void was keyed in. Each agent paid at or over
      *          the reporting threshold gets a recipient form (copy B)
      *          printed from the tax ID, legal name and remit address
      *          AGENT-MAINT keeps on agent.dat, and a payee record on
      *          tax1099.irs, the IRS electronic filing file (T, A, B,
      *          C and F records, 750 bytes). Agents under the
      *          threshold are listed separately, and an agent paid
      *          without a tax ID or remit address on file is listed
      *          as an exception so the W-9 can be chased before the
      *          forms go out. The payer details come from
      *          ten99ctl.dat; the tax year is the prior calendar year
      *          unless ten99ctl.dat names one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENT-1099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match checkissue.cbl's regLine ****
           select regFile assign to 'agchkreg.txt'
               organization is line sequential
               file status is regFile-Status.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is DYNAMIC
               record key is agent-code
               FILE STATUS is agentFile-Status.

      **** Payer, transmitter and threshold for the year's filing ****
           select ctlFile assign to 'ten99ctl.dat'
               organization is line sequential
               file status is ctlFile-Status.

      **** IRS electronic filing file ****
           select irsFile assign to 'tax1099.irs'
               organization is line sequential.

           select taxRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
           fd regFile.
           01 regRec.
               03 rl-check pic 9(6).
               03      pic x.
               03 rl-date pic 9(8).
               03      pic x.
               03 rl-agent pic x(5).
               03      pic x.
               03 rl-amount pic 9(7)v99.
               03      pic x.
               03 rl-status pic x(8).
               03      pic x.
               03 rl-user pic x(8).

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

      **** One line - zero year means the prior calendar year, zero ***
      *    threshold means the IRS 600.00; test flag T marks the file  *
      *    as a test transmission                                       *
           fd ctlFile.
           01 ctlRec.
               03 tc-year pic 9(4).
               03      pic x.
               03 tc-threshold pic 9(5)v99.
               03      pic x.
               03 tc-test pic x(1).
               03      pic x.
               03 tc-payerTin pic x(9).
               03      pic x.
               03 tc-nameCtl pic x(4).
               03      pic x.
               03 tc-tcc pic x(5).
               03      pic x.
               03 tc-payerName pic x(40).
               03 tc-payerAddr pic x(40).
               03 tc-payerCity pic x(40).
               03 tc-payerState pic x(2).
               03 tc-payerZip pic x(9).
               03 tc-phone pic x(15).
               03 tc-contact pic x(40).
               03 tc-email pic x(50).

           fd irsFile.
               01 irsRec pic x(750).

           fd taxRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 regFile-Status pic xx.
       01 agentFile-Status pic xx.
       01 ctlFile-Status pic xx.
       01 regEOF pic x VALUE "N".
       01 agentEOF pic x VALUE "N".
       01 abortRun pic x VALUE "N".

       01 today8.
           03 todayYear pic 9(4).
           03 todayMD pic 9(4).
       01 taxYear pic 9(4).
       01 threshold pic 9(5)v99 VALUE 600.00.

      **** Checks voided anywhere on the register - a voided check ***
      *    is left out of the year it was issued in                    *
       01 VoidTable.
           03 VoidEntry OCCURS 2000 TIMES.
               05 vt-check pic 9(6).
       01 voidCount pic 9(4) VALUE ZEROES.
       01 vt-idx pic 9(4).
       01 voidFound pic x.

      **** Tax-year totals by agent ****
       01 AgtTable.
           03 AgtEntry OCCURS 500 TIMES.
               05 at-agent pic x(5).
               05 at-amount pic 9(9)v99.
               05 at-checks pic 9(5).
               05 at-voids pic 9(5).
               05 at-onFile pic x(1).
       01 agtCount pic 9(3) VALUE ZEROES.
       01 at-idx pic 9(3).
       01 agtFound pic x.

       01 payeeName pic x(30).
       01 tinMask pic x(11).

      **** Year totals ****
       01 repCount pic 9(7) VALUE ZEROES.
       01 repTotal pic 9(9)v99 VALUE ZEROES.
       01 underCount pic 9(7) VALUE ZEROES.
       01 underTotal pic 9(9)v99 VALUE ZEROES.
       01 excCount pic 9(7) VALUE ZEROES.
       01 recSeq pic 9(8) VALUE ZEROES.

      **** IRS transmitter (T) record ****
       01 irsT.
           03      pic x(1) VALUE "T".
           03 it-year pic 9(4).
           03      pic x(1) VALUE SPACE.
           03 it-tin pic x(9).
           03 it-tcc pic x(5).
           03      pic x(7) VALUE SPACES.
           03 it-test pic x(1).
           03      pic x(1) VALUE SPACE.
           03 it-name pic x(40).
           03      pic x(40) VALUE SPACES.
           03 it-compName pic x(40).
           03      pic x(40) VALUE SPACES.
           03 it-addr pic x(40).
           03 it-city pic x(40).
           03 it-state pic x(2).
           03 it-zip pic x(9).
           03      pic x(15) VALUE SPACES.
           03 it-payees pic 9(8).
           03 it-contact pic x(40).
           03 it-phone pic x(15).
           03 it-email pic x(50).
           03      pic x(91) VALUE SPACES.
           03 it-seq pic 9(8).
           03      pic x(10) VALUE SPACES.
      **** I - the file is produced in-house, not by a vendor ****
           03      pic x(1) VALUE "I".
           03      pic x(232) VALUE SPACES.

      **** IRS payer (A) record - type NE, amount code 1 ****
       01 irsA.
           03      pic x(1) VALUE "A".
           03 ia-year pic 9(4).
           03      pic x(6) VALUE SPACES.
           03 ia-tin pic x(9).
           03 ia-nameCtl pic x(4).
           03      pic x(1) VALUE SPACE.
           03      pic x(2) VALUE "NE".
           03      pic x(18) VALUE "1".
           03      pic x(7) VALUE SPACES.
           03 ia-name pic x(40).
           03      pic x(40) VALUE SPACES.
           03      pic x(1) VALUE "0".
           03 ia-addr pic x(40).
           03 ia-city pic x(40).
           03 ia-state pic x(2).
           03 ia-zip pic x(9).
           03 ia-phone pic x(15).
           03      pic x(260) VALUE SPACES.
           03 ia-seq pic 9(8).
           03      pic x(243) VALUE SPACES.

      **** IRS payee (B) record - amount 1 is box 1 nonemployee   ****
      *    compensation in cents                                        *
       01 irsB.
           03      pic x(1) VALUE "B".
           03 ib-year pic 9(4).
           03      pic x(5) VALUE SPACES.
           03 ib-tinType pic x(1).
           03 ib-tin pic x(9).
           03 ib-acct pic x(20).
           03      pic x(14) VALUE SPACES.
           03 ib-amount pic 9(10)v99.
           03      pic x(204) VALUE ALL "0".
           03      pic x(17) VALUE SPACES.
           03 ib-name pic x(40).
           03      pic x(40) VALUE SPACES.
           03 ib-addr pic x(40).
           03      pic x(40) VALUE SPACES.
           03 ib-city pic x(40).
           03 ib-state pic x(2).
           03 ib-zip pic x(9).
           03      pic x(1) VALUE SPACE.
           03 ib-seq pic 9(8).
           03      pic x(243) VALUE SPACES.

      **** IRS end of payer (C) record ****
       01 irsC.
           03      pic x(1) VALUE "C".
           03 ic-payees pic 9(8).
           03      pic x(6) VALUE SPACES.
           03 ic-total pic 9(16)v99.
           03      pic x(306) VALUE ALL "0".
           03      pic x(160) VALUE SPACES.
           03 ic-seq pic 9(8).
           03      pic x(243) VALUE SPACES.

      **** IRS end of transmission (F) record ****
       01 irsF.
           03      pic x(1) VALUE "F".
           03      pic 9(8) VALUE 1.
           03      pic x(21) VALUE ALL "0".
           03      pic x(19) VALUE SPACES.
           03 if-payees pic 9(8).
           03      pic x(442) VALUE SPACES.
           03 if-seq pic 9(8).
           03      pic x(243) VALUE SPACES.

      **** Recipient form (copy B) lines ****
       01 formHead.
           03      pic x(40) VALUE
               "FORM 1099-NEC  NONEMPLOYEE COMPENSATION".
           03      pic x(10) VALUE "TAX YEAR ".
           03 fh-year pic 9(4).
           03      pic x(8) VALUE SPACES.
           03      pic x(22) VALUE "COPY B - FOR RECIPIENT".

       01 formLine.
           03 fl-label pic x(24).
           03 fl-text pic x(60).

       01 formAmount.
           03      pic x(24) VALUE "1 NONEMPLOYEE COMP:".
           03 fa-amount pic $$$,$$$,$$9.99.

       01 cityLine.
           03 cy-city pic x(40).
           03      pic x(1) VALUE SPACE.
           03 cy-state pic x(2).
           03      pic x(1) VALUE SPACE.
           03 cy-zip pic x(9).

      **** Summary report lines ****
       01 repHead.
           03      pic x(32) VALUE "AGENT 1099-NEC YEAR-END REPORT -".
           03      pic x(10) VALUE " TAX YEAR ".
           03 rh-year pic 9(4).
           03      pic x(16) VALUE "   THRESHOLD ".
           03 rh-threshold pic ZZ,ZZ9.99.

       01 sectHead pic x(60).

       01 agtHead.
           03 pic x(6) VALUE "Agent".
           03 pic x(31) VALUE "Payee".
           03 pic x(12) VALUE "Tax ID".
           03 pic x(7) VALUE "Checks".
           03 pic x(6) VALUE "Voids".
           03 pic x(15) VALUE "         Amount".
           03 pic x(2).
           03 pic x(30) VALUE "Note".

       01 agtLine.
           03 al-agent pic x(5).
           03      pic x(1).
           03 al-name pic x(30).
           03      pic x(1).
           03 al-tin pic x(11).
           03      pic x(1).
           03 al-checks pic ZZZZ9.
           03      pic x(2).
           03 al-voids pic ZZZZ9.
           03      pic x(1).
           03 al-amount pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 al-note pic x(30).

       01 totalLine.
           03 tl-text pic x(30).
           03 tl-count pic ZZZZZZ9.
           03      pic x(2).
           03 tl-amount pic ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           IF abortRun = "N"
               PERFORM LOAD-VOIDS
           END-IF
           IF abortRun = "N"
               PERFORM TOTAL-REGISTER
           END-IF
           IF abortRun = "N"
               PERFORM REPORT-YEAR
           END-IF
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           COMPUTE taxYear = todayYear - 1

      **** No payer TIN, nothing the IRS will accept ****
           OPEN INPUT ctlFile
           IF ctlFile-Status NOT = "00"
               DISPLAY "Error, ten99ctl.dat could not be opened - set "
                   "up the payer details first (status "
                   ctlFile-Status ")"
               MOVE "Y" to abortRun
               EXIT PARAGRAPH
           END-IF
           READ ctlFile
               AT END
                   DISPLAY "Error, ten99ctl.dat is empty - nothing "
                       "reported"
                   MOVE "Y" to abortRun
           END-READ
           CLOSE ctlFile
           IF abortRun = "Y"
               EXIT PARAGRAPH
           END-IF
           IF tc-year NUMERIC AND tc-year > ZEROES
               MOVE tc-year to taxYear
           END-IF
           IF tc-threshold NUMERIC AND tc-threshold > ZEROES
               MOVE tc-threshold to threshold
           END-IF
           IF tc-payerTin = SPACES OR tc-payerTin NOT NUMERIC
               DISPLAY "Error, ten99ctl.dat has no valid payer TIN - "
                   "nothing reported"
               MOVE "Y" to abortRun
           END-IF.

      **** Every VOID line names a check that will not be reported ***
       LOAD-VOIDS.
           OPEN INPUT regFile
           IF regFile-Status NOT = "00"
               DISPLAY "Error, agchkreg.txt could not be opened - no "
                   "commission checks to report (status "
                   regFile-Status ")"
               MOVE "Y" to abortRun
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL regEOF = "Y" OR abortRun = "Y"
               READ regFile
                   AT END
                       MOVE "Y" to regEOF
                   NOT AT END
                       IF rl-status = "VOID    "
                           IF voidCount < 2000
                               ADD 1 to voidCount
                               MOVE rl-check to vt-check(voidCount)
                           ELSE
                               DISPLAY "ERROR - more than 2000 voided "
                                   "checks on agchkreg.txt - nothing "
                                   "reported"
                               MOVE "Y" to abortRun
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE regFile.

      **** Checks issued in the tax year, by agent ****
       TOTAL-REGISTER.
           MOVE "N" to regEOF
           OPEN INPUT regFile
           PERFORM UNTIL regEOF = "Y" OR abortRun = "Y"
               READ regFile
                   AT END
                       MOVE "Y" to regEOF
                   NOT AT END
                       IF rl-date(1:4) = taxYear
                           AND (rl-status = "ISSUED  "
                           OR rl-status = "REISSUE ")
                           PERFORM TOTAL-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE regFile.

       TOTAL-ONE.
           MOVE "N" to agtFound
           PERFORM VARYING at-idx FROM 1 BY 1
                   UNTIL at-idx > agtCount OR agtFound = "Y"
               IF at-agent(at-idx) = rl-agent
                   MOVE "Y" to agtFound
               END-IF
           END-PERFORM
           IF agtFound = "Y"
               SUBTRACT 1 from at-idx
           ELSE
               IF agtCount < 500
                   ADD 1 to agtCount
                   MOVE agtCount to at-idx
                   MOVE rl-agent to at-agent(at-idx)
                   MOVE ZEROES to at-amount(at-idx) at-checks(at-idx)
                       at-voids(at-idx)
                   MOVE "N" to at-onFile(at-idx)
               ELSE
                   DISPLAY "ERROR - more than 500 agents paid in "
                       taxYear " - nothing reported"
                   MOVE "Y" to abortRun
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "N" to voidFound
           PERFORM VARYING vt-idx FROM 1 BY 1
                   UNTIL vt-idx > voidCount OR voidFound = "Y"
               IF vt-check(vt-idx) = rl-check
                   MOVE "Y" to voidFound
               END-IF
           END-PERFORM
           IF voidFound = "Y"
               ADD 1 to at-voids(at-idx)
           ELSE
               ADD 1 to at-checks(at-idx)
               ADD rl-amount to at-amount(at-idx)
           END-IF.

      **** Forms, filing file and the year's listings, in agent    ****
      *    code order from agent.dat                                    *
       REPORT-YEAR.
           OPEN INPUT agentFile
           IF agentFile-Status NOT = "00"
               DISPLAY "Error, agent.dat could not be opened (status "
                   agentFile-Status ") - nothing reported"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT irsFile
           OPEN OUTPUT taxRep
           PERFORM WRITE-T-AND-A

           MOVE "N" to agentEOF
           MOVE LOW-VALUES to agent-code
           START agentFile KEY IS >= agent-code
               INVALID KEY
                   MOVE "Y" to agentEOF
           END-START
           PERFORM UNTIL agentEOF = "Y"
               READ agentFile NEXT RECORD
                   AT END
                       MOVE "Y" to agentEOF
                   NOT AT END
                       PERFORM FORM-ONE
               END-READ
           END-PERFORM

           PERFORM WRITE-C-AND-F
           PERFORM PRINT-LISTINGS
           CLOSE agentFile irsFile taxRep
           DISPLAY repCount " 1099-NEC form(s) for " taxYear
               " totalling " repTotal ", " underCount
               " agent(s) under the threshold, " excCount
               " exception(s) - tax1099.irs written".

      **** T record once per file, A record once per payer ****
       WRITE-T-AND-A.
           MOVE taxYear to it-year ia-year ib-year fh-year
           MOVE tc-payerTin to it-tin ia-tin
           MOVE tc-tcc to it-tcc
           IF tc-test = "T"
               MOVE "T" to it-test
           ELSE
               MOVE SPACE to it-test
           END-IF
           MOVE tc-payerName to it-name it-compName ia-name
           MOVE tc-payerAddr to it-addr ia-addr
           MOVE tc-payerCity to it-city ia-city
           MOVE tc-payerState to it-state ia-state
           MOVE tc-payerZip to it-zip ia-zip
           MOVE tc-contact to it-contact
           MOVE tc-phone to it-phone ia-phone
           MOVE tc-email to it-email
           MOVE tc-nameCtl to ia-nameCtl
      **** The T record leads the file but carries the payee      ****
      *    count, so the payees are counted before any is written -    *
      *    only an agent still on agent.dat can be filed                *
           MOVE ZEROES to it-payees
           PERFORM VARYING at-idx FROM 1 BY 1 UNTIL at-idx > agtCount
               MOVE at-agent(at-idx) to agent-code
               READ agentFile
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE "Y" to at-onFile(at-idx)
                       IF at-amount(at-idx) >= threshold
                           ADD 1 to it-payees
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 to recSeq
           MOVE recSeq to it-seq
           WRITE irsRec FROM irsT
           ADD 1 to recSeq
           MOVE recSeq to ia-seq
           WRITE irsRec FROM irsA.

       FORM-ONE.
           MOVE "N" to agtFound
           PERFORM VARYING at-idx FROM 1 BY 1
                   UNTIL at-idx > agtCount OR agtFound = "Y"
               IF at-agent(at-idx) = agent-code
                   MOVE "Y" to agtFound
               END-IF
           END-PERFORM
           IF agtFound = "N"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 from at-idx
           MOVE "Y" to at-onFile(at-idx)
           IF at-amount(at-idx) < threshold
               EXIT PARAGRAPH
           END-IF

           IF agent-legalName NOT = SPACES
               MOVE agent-legalName to payeeName
           ELSE
               MOVE agent-name to payeeName
           END-IF
           PERFORM MASK-TIN

           ADD 1 to repCount
           ADD at-amount(at-idx) to repTotal
           MOVE SPACES to ib-tinType
           IF agent-tinType = "E"
               MOVE "1" to ib-tinType
           END-IF
           IF agent-tinType = "S"
               MOVE "2" to ib-tinType
           END-IF
           MOVE agent-taxId to ib-tin
           MOVE agent-code to ib-acct
           MOVE at-amount(at-idx) to ib-amount
           MOVE payeeName to ib-name
           MOVE agent-remitAddr to ib-addr
           MOVE agent-remitCity to ib-city
           MOVE agent-remitState to ib-state
           MOVE agent-remitZip to ib-zip
           ADD 1 to recSeq
           MOVE recSeq to ib-seq
           WRITE irsRec FROM irsB
           PERFORM PRINT-FORM.

      **** Recipient copy - the payee's tax ID shows only its last ***
      *    four digits                                                  *
       PRINT-FORM.
           WRITE printRep FROM formHead AFTER ADVANCING PAGE
           MOVE "PAYER:" to fl-label
           MOVE tc-payerName to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 2 LINES
           MOVE SPACES to fl-label
           MOVE tc-payerAddr to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 1 LINES
           MOVE tc-payerCity to cy-city
           MOVE tc-payerState to cy-state
           MOVE tc-payerZip to cy-zip
           MOVE cityLine to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 1 LINES
           MOVE "PAYER'S TIN:" to fl-label
           MOVE tc-payerTin to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 1 LINES
           MOVE "RECIPIENT'S TIN:" to fl-label
           MOVE tinMask to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 2 LINES
           MOVE "RECIPIENT:" to fl-label
           MOVE payeeName to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 1 LINES
           MOVE SPACES to fl-label
           MOVE agent-remitAddr to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 1 LINES
           MOVE agent-remitCity to cy-city
           MOVE agent-remitState to cy-state
           MOVE agent-remitZip to cy-zip
           MOVE cityLine to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 1 LINES
           MOVE "ACCOUNT NUMBER:" to fl-label
           MOVE agent-code to fl-text
           WRITE printRep FROM formLine AFTER ADVANCING 1 LINES
           MOVE at-amount(at-idx) to fa-amount
           WRITE printRep FROM formAmount AFTER ADVANCING 2 LINES.

       MASK-TIN.
           MOVE SPACES to tinMask
           IF agent-taxId NOT = SPACES
               MOVE "*****" to tinMask(1:5)
               MOVE agent-taxId(6:4) to tinMask(6:4)
           END-IF.

       WRITE-C-AND-F.
           MOVE repCount to ic-payees if-payees
           MOVE repTotal to ic-total
           ADD 1 to recSeq
           MOVE recSeq to ic-seq
           WRITE irsRec FROM irsC
           ADD 1 to recSeq
           MOVE recSeq to if-seq
           WRITE irsRec FROM irsF.

      **** Reported agents, agents under the threshold, and the    ****
      *    exceptions that would draw a penalty if left alone          *
       PRINT-LISTINGS.
           MOVE taxYear to rh-year
           MOVE threshold to rh-threshold
           WRITE printRep FROM repHead AFTER ADVANCING PAGE

           MOVE "AGENTS REPORTED ON 1099-NEC" to sectHead
           PERFORM LIST-HEAD
           MOVE "N" to agentEOF
           MOVE LOW-VALUES to agent-code
           START agentFile KEY IS >= agent-code
               INVALID KEY
                   MOVE "Y" to agentEOF
           END-START
           PERFORM UNTIL agentEOF = "Y"
               READ agentFile NEXT RECORD
                   AT END
                       MOVE "Y" to agentEOF
                   NOT AT END
                       PERFORM LIST-REPORTED
               END-READ
           END-PERFORM
           MOVE "Forms printed:" to tl-text
           MOVE repCount to tl-count
           MOVE repTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES

           MOVE "AGENTS UNDER THE REPORTING THRESHOLD" to sectHead
           PERFORM LIST-HEAD
           MOVE "N" to agentEOF
           MOVE LOW-VALUES to agent-code
           START agentFile KEY IS >= agent-code
               INVALID KEY
                   MOVE "Y" to agentEOF
           END-START
           PERFORM UNTIL agentEOF = "Y"
               READ agentFile NEXT RECORD
                   AT END
                       MOVE "Y" to agentEOF
                   NOT AT END
                       PERFORM LIST-UNDER
               END-READ
           END-PERFORM
           MOVE "Under threshold:" to tl-text
           MOVE underCount to tl-count
           MOVE underTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES

      **** Paid agents no longer on agent.dat - no payee to file  ****
           PERFORM VARYING at-idx FROM 1 BY 1 UNTIL at-idx > agtCount
               IF at-onFile(at-idx) = "N"
                   MOVE at-agent(at-idx) to al-agent
                   MOVE SPACES to al-name al-tin
                   MOVE at-checks(at-idx) to al-checks
                   MOVE at-voids(at-idx) to al-voids
                   MOVE at-amount(at-idx) to al-amount
                   MOVE "EXCEPTION - NOT ON agent.dat" to al-note
                   WRITE printRep FROM agtLine AFTER ADVANCING 1 LINES
                   ADD 1 to excCount
               END-IF
           END-PERFORM
           MOVE "Exceptions to clear:" to tl-text
           MOVE excCount to tl-count
           MOVE ZEROES to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES.

       LIST-HEAD.
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM agtHead AFTER ADVANCING 1 LINES.

       LIST-REPORTED.
           PERFORM FIND-AGENT
           IF agtFound = "N" OR at-amount(at-idx) < threshold
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-AGENT-LINE
      **** A form out without a tax ID or address draws a penalty ***
           IF agent-taxId = SPACES OR agent-tinType = SPACES
               MOVE "EXCEPTION - NO TAX ID, GET W-9" to al-note
               ADD 1 to excCount
           ELSE
               IF agent-remitAddr = SPACES OR agent-remitZip = SPACES
                   MOVE "EXCEPTION - NO REMIT ADDRESS" to al-note
                   ADD 1 to excCount
               END-IF
           END-IF
           WRITE printRep FROM agtLine AFTER ADVANCING 1 LINES.

       LIST-UNDER.
           PERFORM FIND-AGENT
           IF agtFound = "N" OR at-amount(at-idx) >= threshold
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-AGENT-LINE
           ADD 1 to underCount
           ADD at-amount(at-idx) to underTotal
           WRITE printRep FROM agtLine AFTER ADVANCING 1 LINES.

       FIND-AGENT.
           MOVE "N" to agtFound
           PERFORM VARYING at-idx FROM 1 BY 1
                   UNTIL at-idx > agtCount OR agtFound = "Y"
               IF at-agent(at-idx) = agent-code
                   MOVE "Y" to agtFound
               END-IF
           END-PERFORM
           IF agtFound = "Y"
               SUBTRACT 1 from at-idx
           END-IF.

       SET-AGENT-LINE.
           IF agent-legalName NOT = SPACES
               MOVE agent-legalName to payeeName
           ELSE
               MOVE agent-name to payeeName
           END-IF
           PERFORM MASK-TIN
           MOVE agent-code to al-agent
           MOVE payeeName to al-name
           MOVE tinMask to al-tin
           MOVE at-checks(at-idx) to al-checks
           MOVE at-voids(at-idx) to al-voids
           MOVE at-amount(at-idx) to al-amount
           MOVE SPACES to al-note.

       END PROGRAM AGENT-1099.
