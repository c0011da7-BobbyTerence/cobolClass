      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Nightly automatic bank draft - every open invoice on
      *          polbill.dat whose bl-dueDate has arrived, for a
      *          policy enrolled in draft on payplan.dat, is drafted
      *          from the customer's bank account. The drafts go to
      *          eftdraft.ach in the NACHA PPD debit format for
      *          transmission to the bank, and each one posts through
      *          the same receipt path PAY-POST uses - the invoice is
      *          marked paid and the cash goes on polpay.txt. A draft
      *          register prints with control totals, and a control
      *          line goes to polctl.txt for BALANCE-JOB, which
      *          re-counts the ACH file against it. The bank's
      *          origination details come from eftctl.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFT-DRAFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** Billing file - layout must match billing.cbl's billRec ****
           select billFile assign to 'polbill.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is bl-key
               FILE STATUS is billFile-Status.

      **** layout must match planmaint.cbl's planRec ****
           select planFile assign to 'payplan.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is pp-polNum
               FILE STATUS is planFile-Status.

      **** layout must match final.cbl's polFileRec byte for byte ****
           select polFile assign to 'polfile.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

      **** The bank's origination details - destination routing and ***
      *    name, our company id and name, and the originating bank     *
           select eftCtl assign to 'eftctl.dat'
               organization is line sequential
               file status is eftCtl-Status.

      **** The draft file transmitted to the bank ****
           select achFile assign to 'eftdraft.ach'
               organization is line sequential.

      **** Cash-receipts log - the same trail PAY-POST writes ****
           select optional payFile assign to 'polpay.txt'
               organization is line sequential.

      **** Open accounting period kept by PERIOD-MAINT ****
           select perFile assign to 'perctl.dat'
               organization is line sequential
               file status is perFile-Status.

           select optional ctlFile assign to 'polctl.txt'
               organization is line sequential.

           select eftRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
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

           fd planFile.
           01 planRec.
               03 pp-polNum pic x(6).
               03 pp-plan pic x(1).
               03 pp-draft pic x(1).
               03 pp-bankRoute pic x(9).
               03 pp-bankAcct pic x(17).
               03 pp-acctType pic x(1).

           fd polFile.
           01 polFileRec.
               03 polNum-in pic x(6).
               03 polDate-in pic 9(8).
               03 polAmt-in pic 9(8).
               03 polPrem-in pic 9(6)v99.
               03 fill pic xx.
               03 polAgent-in pic x(5).
               03 polTerm-in pic x(8).
               03 poltype-in pic x(3).
               03 polField-in pic x(2) VALUE "AC".
               03 polCanDate-in pic 9(8) VALUE ZEROES.

           fd polName.
           01 polNameRec.
               03 nm-polNum pic x(6).
               03 nm-fName  pic x(15).
               03 nm-lName  pic x(15).
               03 nm-addy   pic x(30).
               03 nm-city   pic x(15).
               03 nm-state  pic x(2).
               03 nm-zip    pic x(9).
               03 nm-phone  pic x(10).
               03 nm-ssn    pic x(9).

           fd eftCtl.
           01 eftCtlRec.
               03 ec-destRoute pic x(9).
               03 ec-destName pic x(23).
               03 ec-compId pic x(10).
               03 ec-compName pic x(16).
               03 ec-odfi pic x(8).

           fd achFile.
               01 achRec pic x(94).

           fd payFile.
               01 payRec pic x(80).

           fd perFile.
               01 perRec pic 9(6).

      **** layout must match balance.cbl's ctlFileRec ****
           fd ctlFile.
           01 ctlRec.
               03 ctl-date pic 9(8).
               03      pic x VALUE SPACE.
               03 ctl-job pic x(12).
               03      pic x VALUE SPACE.
               03 ctl-count pic 9(7).
               03      pic x VALUE SPACE.
               03 ctl-hash pic 9(9)v99.

           fd eftRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 billFile-Status pic xx.
       01 planFile-Status pic xx.
       01 polFile-Status pic xx.
       01 polName-Status pic xx.
       01 eftCtl-Status pic xx.
       01 perFile-Status pic xx.
       01 billEOF pic x VALUE "N".
       01 nameAvail pic x VALUE "N".

       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 nowTime pic 9(8).
       01 openPeriod pic 9(6) VALUE ZEROES.
       01 openAmt pic s9(7)v99.
       01 draftAmt pic 9(6)v99.

      **** Run totals - the ACH batch/file control and the register **
       01 draftCount pic 9(7) VALUE ZEROES.
       01 draftTotal pic 9(9)v99 VALUE ZEROES.
       01 skipCount pic 9(7) VALUE ZEROES.
       01 entryHash pic 9(12) VALUE ZEROES.
       01 achRecCount pic 9(7) VALUE ZEROES.
       01 achBlocks pic 9(6).
       01 achPad pic 9(2).
       01 achStarted pic x VALUE "N".

      **** Last-four mask of the account for the register ****
       01 acctMask pic x(17).
       01 acctLen pic 9(2).

      **** NACHA file header (1) ****
       01 achFileHead.
           03      pic x(1) VALUE "1".
           03      pic x(2) VALUE "01".
           03      pic x(1) VALUE SPACE.
           03 fh-dest pic x(9).
           03 fh-origin pic x(10).
           03 fh-date pic 9(6).
           03 fh-time pic 9(4).
           03      pic x(1) VALUE "A".
           03      pic x(3) VALUE "094".
           03      pic x(2) VALUE "10".
           03      pic x(1) VALUE "1".
           03 fh-destName pic x(23).
           03 fh-origName pic x(23).
           03      pic x(8) VALUE SPACES.

      **** Batch header (5) - service class 225, debits only, PPD ****
       01 achBatchHead.
           03      pic x(1) VALUE "5".
           03      pic x(3) VALUE "225".
           03 bh-compName pic x(16).
           03      pic x(20) VALUE SPACES.
           03 bh-compId pic x(10).
           03      pic x(3) VALUE "PPD".
           03      pic x(10) VALUE "INS PREM".
           03 bh-descDate pic 9(6).
           03 bh-effDate pic 9(6).
           03      pic x(3) VALUE SPACES.
           03      pic x(1) VALUE "1".
           03 bh-odfi pic x(8).
           03 bh-batch pic 9(7) VALUE 1.

      **** Entry detail (6) - 27 checking debit, 37 savings debit ****
       01 achEntry.
           03      pic x(1) VALUE "6".
           03 ed-tranCode pic x(2).
           03 ed-rdfi pic x(8).
           03 ed-check pic x(1).
           03 ed-acct pic x(17).
           03 ed-amount pic 9(8)v99.
           03 ed-indId pic x(15).
           03 ed-indName pic x(22).
           03      pic x(2) VALUE SPACES.
           03      pic x(1) VALUE "0".
           03 ed-traceOdfi pic x(8).
           03 ed-traceSeq pic 9(7).

       01 rdfiNum pic 9(8).

      **** cashonly call interface - an account put on cash-only   ****
      *    by returned items is not drafted again                      *
       01 coFn pic x(1) VALUE "C".
       01 coKey pic x(6).
       01 coUser pic x(8) VALUE "EFTDRAFT".
       01 coFlag pic x(1).

      **** Batch control (8) ****
       01 achBatchCtl.
           03      pic x(1) VALUE "8".
           03      pic x(3) VALUE "225".
           03 bc-count pic 9(6).
           03 bc-hash pic 9(10).
           03 bc-debit pic 9(10)v99.
           03 bc-credit pic 9(10)v99 VALUE ZEROES.
           03 bc-compId pic x(10).
           03      pic x(19) VALUE SPACES.
           03      pic x(6) VALUE SPACES.
           03 bc-odfi pic x(8).
           03 bc-batch pic 9(7) VALUE 1.

      **** File control (9) ****
       01 achFileCtl.
           03      pic x(1) VALUE "9".
           03 fc-batches pic 9(6) VALUE 1.
           03 fc-blocks pic 9(6).
           03 fc-count pic 9(8).
           03 fc-hash pic 9(10).
           03 fc-debit pic 9(10)v99.
           03 fc-credit pic 9(10)v99 VALUE ZEROES.
           03      pic x(39) VALUE SPACES.

      **** Cash-receipts log line - layout must match paypost.cbl's ***
       01 payLine.
           03 pl-polNum pic x(6).
           03      pic x VALUE SPACE.
           03 pl-payDate pic 9(8).
           03      pic x VALUE SPACE.
           03 pl-amount pic 9(6)v99.
           03      pic x VALUE SPACE.
           03      pic x(7) VALUE "PERIOD=".
           03 pl-period pic 9(6).
           03      pic x VALUE SPACE.
           03 pl-user pic x(8).
           03      pic x VALUE SPACE.
           03 pl-kind pic x(3) VALUE SPACES.
           03      pic x VALUE SPACE.
           03 pl-origDate pic x(8) VALUE SPACES.

      **** Draft register ****
       01 regHead1.
           03      pic x(30) VALUE "AUTOMATIC DRAFT REGISTER - RUN".
           03      pic x(1).
           03 rh-date pic 99/99/9999.

       01 regHead2.
           03 pic x(6) VALUE "Policy".
           03 pic x(3).
           03 pic x(6) VALUE "Period".
           03 pic x(3).
           03 pic x(8) VALUE "Due Date".
           03 pic x(3).
           03 pic x(9) VALUE "Routing".
           03 pic x(3).
           03 pic x(17) VALUE "Account".
           03 pic x(3).
           03 pic x(2) VALUE "Ty".
           03 pic x(3).
           03 pic x(10) VALUE "    Amount".

       01 regLine.
           03 rl-polNum pic x(6).
           03      pic x(3).
           03 rl-period pic 9(6).
           03      pic x(3).
           03 rl-dueDate pic 9(8).
           03      pic x(3).
           03 rl-route pic x(9).
           03      pic x(3).
           03 rl-acct pic x(17).
           03      pic x(3).
           03 rl-type pic x(2).
           03      pic x(3).
           03 rl-amount pic ZZZ,ZZ9.99.

       01 regTotal.
           03      pic x(17) VALUE "DRAFTS THIS RUN: ".
           03 rt-count pic ZZZZZZ9.
           03      pic x(9) VALUE "  TOTAL: ".
           03 rt-amount pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(14) VALUE "  ENTRY HASH: ".
           03 rt-hash pic 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM DRAFT-ALL
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           ACCEPT nowTime FROM TIME
           MOVE today8(5:2) to todayMDY(1:2)
           MOVE today8(7:2) to todayMDY(3:2)
           MOVE today8(1:4) to todayMDY(5:4)

      **** No origination details, no file the bank will accept - **
      *    nothing is posted either                                    *
           OPEN INPUT eftCtl
           IF eftCtl-Status NOT = "00"
               DISPLAY "Error, eftctl.dat could not be opened - set up "
                   "the bank's origination details first, nothing "
                   "drafted (status " eftCtl-Status ")"
               GOBACK
           END-IF
           READ eftCtl
               AT END
                   DISPLAY "Error, eftctl.dat is empty - nothing "
                       "drafted"
                   CLOSE eftCtl
                   GOBACK
           END-READ
           CLOSE eftCtl

      **** A draft is a payment dated today - refused outright if  ****
      *    accounting has already closed this month                    *
           OPEN INPUT perFile
           IF perFile-Status = "00"
               READ perFile
                   AT END continue
                   NOT AT END
                       MOVE perRec to openPeriod
               END-READ
               CLOSE perFile
               IF today8(1:6) < openPeriod
                   DISPLAY "ERROR - today's period " today8(1:6)
                       " is before the open accounting period "
                       openPeriod " - run refused, nothing drafted"
                   GOBACK
               END-IF
           END-IF

           OPEN I-O billFile
           IF billFile-Status NOT = "00"
               DISPLAY "Error, polbill.dat could not be opened - run "
                   "BILLING-JOB first (status " billFile-Status ")"
               GOBACK
           END-IF
           OPEN INPUT planFile
           IF planFile-Status NOT = "00"
               DISPLAY "No payplan.dat on file - no policy is enrolled "
                   "in draft"
               CLOSE billFile
               GOBACK
           END-IF
           OPEN INPUT polFile
           OPEN INPUT polName
           IF polName-Status = "00"
               MOVE "Y" to nameAvail
           END-IF
      **** Tonight's file replaces last night's - it must never be  ***
      *    transmitted twice                                           *
           OPEN OUTPUT achFile
           OPEN EXTEND payFile
           OPEN OUTPUT eftRep
           MOVE todayMDY to rh-date
           WRITE printRep FROM regHead1 AFTER ADVANCING 1 LINES
           WRITE printRep FROM regHead2 AFTER ADVANCING 2 LINES.

       DRAFT-ALL.
           MOVE LOW-VALUES to bl-key
           START billFile KEY IS >= bl-key
               INVALID KEY
                   MOVE "Y" to billEOF
           END-START
           PERFORM UNTIL billEOF = "Y"
               READ billFile NEXT RECORD
                   AT END
                       MOVE "Y" to billEOF
                   NOT AT END
                       IF bl-paid NOT = "PD"
                           AND bl-dueDate NUMERIC
                           AND bl-dueDate > ZEROES
                           AND bl-dueDate <= today8
                           PERFORM DRAFT-ONE
                       END-IF
               END-READ
           END-PERFORM.

      **** An installment due today, or missed on an earlier night, **
      *    drafts for whatever is still open on it - the policy must    *
      *    be enrolled and not cancelled                                *
       DRAFT-ONE.
           MOVE bl-polNum to pp-polNum
           READ planFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF pp-draft NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE bl-polNum to polNum-in
           READ polFile
               INVALID KEY
                   ADD 1 to skipCount
                   EXIT PARAGRAPH
           END-READ
           IF polField-in = "CN"
               ADD 1 to skipCount
               EXIT PARAGRAPH
           END-IF
           MOVE bl-polNum to coKey
           CALL "cashonly" USING coFn, coKey, coUser, coFlag
           IF coFlag = "Y"
               DISPLAY "Policy " bl-polNum " is on cash-only after "
                   "returned items - not drafted"
               ADD 1 to skipCount
               EXIT PARAGRAPH
           END-IF
           IF pp-bankRoute NOT NUMERIC OR pp-bankAcct = SPACES
               DISPLAY "Policy " bl-polNum " enrolled in draft with "
                   "no usable bank details - not drafted"
               ADD 1 to skipCount
               EXIT PARAGRAPH
           END-IF
           COMPUTE openAmt = bl-amount - bl-payAmt
           IF openAmt <= ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE openAmt to draftAmt

      **** Posts the way PAY-POST's POST does - the payment covers   **
      *    the open balance, so the invoice is paid                     *
           ADD draftAmt to bl-payAmt
           MOVE todayMDY to bl-payDate
           MOVE "PD" to bl-paid
           REWRITE billRec
               INVALID KEY
                   DISPLAY "Error, invoice " bl-polNum " period "
                       bl-period " could not be updated - not drafted"
                   ADD 1 to skipCount
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM WRITE-ENTRY
           PERFORM WRITE-RECEIPT
           PERFORM WRITE-REG-LINE
           ADD 1 to draftCount
           ADD draftAmt to draftTotal.

      **** The file and batch headers go out ahead of the first    ****
      *    entry                                                        *
       WRITE-ENTRY.
           IF achStarted NOT = "Y"
               PERFORM START-ACH
           END-IF
           IF pp-acctType = "S"
               MOVE "37" to ed-tranCode
           ELSE
               MOVE "27" to ed-tranCode
           END-IF
           MOVE pp-bankRoute(1:8) to ed-rdfi
           MOVE pp-bankRoute(9:1) to ed-check
           MOVE pp-bankAcct to ed-acct
           MOVE draftAmt to ed-amount
           MOVE bl-polNum to ed-indId
           MOVE SPACES to ed-indName
           IF nameAvail = "Y"
               MOVE bl-polNum to nm-polNum
               READ polName
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       STRING nm-fName DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           nm-lName DELIMITED BY SIZE
                           INTO ed-indName
               END-READ
           END-IF
           MOVE ec-odfi to ed-traceOdfi
           ADD 1 to ed-traceSeq
           WRITE achRec FROM achEntry
           ADD 1 to achRecCount
           MOVE pp-bankRoute(1:8) to rdfiNum
           ADD rdfiNum to entryHash.

       START-ACH.
           MOVE ec-destRoute to fh-dest
           MOVE ec-compId to fh-origin
           MOVE today8(3:6) to fh-date
           MOVE nowTime(1:4) to fh-time
           MOVE ec-destName to fh-destName
           MOVE ec-compName to fh-origName
           WRITE achRec FROM achFileHead
           MOVE ec-compName to bh-compName
           MOVE ec-compId to bh-compId
           MOVE today8(3:6) to bh-descDate
           MOVE today8(3:6) to bh-effDate
           MOVE ec-odfi to bh-odfi
           WRITE achRec FROM achBatchHead
           MOVE 2 to achRecCount
           MOVE ZEROES to ed-traceSeq
           MOVE "Y" to achStarted.

      **** Batch and file control, then the file padded with 9s to  ***
      *    a whole block of ten records                                 *
       FINISH-ACH.
           MOVE draftCount to bc-count
           MOVE entryHash to bc-hash
           MOVE draftTotal to bc-debit
           MOVE ec-compId to bc-compId
           MOVE ec-odfi to bc-odfi
           WRITE achRec FROM achBatchCtl
           ADD 2 to achRecCount
           DIVIDE achRecCount BY 10 GIVING achBlocks
               REMAINDER achPad
           IF achPad > ZEROES
               ADD 1 to achBlocks
               COMPUTE achPad = 10 - achPad
           END-IF
           MOVE achBlocks to fc-blocks
           MOVE draftCount to fc-count
           MOVE entryHash to fc-hash
           MOVE draftTotal to fc-debit
           WRITE achRec FROM achFileCtl
           PERFORM UNTIL achPad = ZEROES
               MOVE ALL "9" to achRec
               WRITE achRec
               SUBTRACT 1 from achPad
           END-PERFORM.

      **** One cash-receipts line per draft, carried under the     ****
      *    EFTDRAFT operator and marked ACH so the bank's settlement   *
      *    of the file ties to the log                                 *
       WRITE-RECEIPT.
           MOVE bl-polNum to pl-polNum
           MOVE todayMDY to pl-payDate
           MOVE draftAmt to pl-amount
           MOVE bl-period to pl-period
           MOVE "EFTDRAFT" to pl-user
           MOVE "ACH" to pl-kind
           WRITE payRec FROM payLine.

       WRITE-REG-LINE.
           MOVE bl-polNum to rl-polNum
           MOVE bl-period to rl-period
           MOVE bl-dueDate to rl-dueDate
           MOVE pp-bankRoute to rl-route
           PERFORM MASK-ACCOUNT
           MOVE acctMask to rl-acct
           IF pp-acctType = "S"
               MOVE "SV" to rl-type
           ELSE
               MOVE "CK" to rl-type
           END-IF
           MOVE draftAmt to rl-amount
           WRITE printRep FROM regLine AFTER ADVANCING 1 LINES.

      **** acctMask shows stars but the last four characters of the ***
      *    account number                                              *
       MASK-ACCOUNT.
           MOVE 17 to acctLen
           PERFORM UNTIL acctLen = ZEROES
               OR pp-bankAcct(acctLen:1) NOT = SPACE
               SUBTRACT 1 from acctLen
           END-PERFORM
           MOVE SPACES to acctMask
           IF acctLen > 4
               MOVE ALL "*" to acctMask(1:acctLen - 4)
               MOVE pp-bankAcct(acctLen - 3:4)
                   to acctMask(acctLen - 3:4)
           ELSE
               IF acctLen > ZEROES
                   MOVE pp-bankAcct(1:acctLen) to acctMask
               END-IF
           END-IF.

       CLOSEJOB.
           IF achStarted = "Y"
               PERFORM FINISH-ACH
           END-IF
           MOVE draftCount to rt-count
           MOVE draftTotal to rt-amount
           MOVE entryHash to bc-hash
           MOVE bc-hash to rt-hash
           WRITE printRep FROM regTotal AFTER ADVANCING 2 LINES

           IF draftCount = ZEROES
               DISPLAY "No installments due for draft - eftdraft.ach "
                   "is empty, nothing to transmit"
           ELSE
               DISPLAY draftCount " draft(s) totalling " rt-amount
                   " written to eftdraft.ach and posted"
           END-IF
           IF skipCount > ZEROES
               DISPLAY skipCount " enrolled invoice(s) not drafted - "
                   "cancelled, cash-only or bank details missing"
           END-IF
           PERFORM WRITE-CONTROL
           IF nameAvail = "Y"
               CLOSE polName
           END-IF
           CLOSE billFile planFile polFile achFile payFile eftRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

      **** End-of-job control line for the balancing report ****
       WRITE-CONTROL.
           OPEN EXTEND ctlFile
           MOVE SPACES to ctlRec
           MOVE today8 to ctl-date
           MOVE "EFTDRAFT    " to ctl-job
           MOVE draftCount to ctl-count
           MOVE draftTotal to ctl-hash
           WRITE ctlRec
           CLOSE ctlFile.

       END PROGRAM EFT-DRAFT.
