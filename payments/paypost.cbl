      *          payments cover it. Every entry path - POST, CUSTPAY
      *          and the lockbox IMPORT - receipts the full tender on
      *          polpay.txt, so the cash log ties to the deposits
      *          even when part of a payment queues for refund. A
      *          bounced check comes back through RETURN - the receipt
      *          is reversed off the invoices it paid, a returned-item
      *          fee is charged, and a second return in twelve months
      *          puts the account on cash-only. An operator tied to
      *          an agent or manager book (bookchk) ages only the
      *          invoices in that book. An office-wide aging run is
      *          also captured to the dated print archive
      *          aging.YYYYMMDD.prt under each line's agent code, for
      *          REPRINT and for BURST-RPT to split out per agent
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           select ageReport assign to printer.

      **** Dated print archive - every office-wide aging line      ****
      *    lands here as it prints, keyed by agent, so REPRINT can     *
      *    re-spool it and BURST-RPT can split it per agent            *
           select optional archFile assign to archName
               organization is line sequential.

       DATA DIVISION.
       file section.
           fd billFile.
           fd ageReport.
               01 printRep pic x(132).

      **** layout must match reprint.cbl's archRec ****
           fd archFile.
           01 archRec.
               03 ar-key pic x(6).
               03      pic x.
               03 ar-line pic x(132).

       working-storage section.
       01 billFile-Status pic xx.

       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "PAY-POST".
       01 denyFunc pic x(12).

      **** bookchk call interface - an agent operator's aging     ****
      *    covers only the invoices in their book                      *
       01 bookPol pic x(6).
       01 bookAgent pic x(5).
       01 bookScope pic x(1).
       01 bookOK pic x(1).

      **** Payment entry fields ****
       01 payPolNum pic x(6).
       01 payDate-ed pic 9(8).
       01 refundTime pic 9(8).
       01 refundDis pic Z,ZZZ,ZZ9.99.

      **** Returned-item support - the receipt is found on          ****
      *    polpay.txt by the number it was posted under, its date and  *
      *    amount, and taken back off the invoices newest first        *
       01 nsfFee pic 9(4)v99 VALUE 25.00.
       01 nsfLimit pic 9(2) VALUE 2.
       01 retBy pic x(8).
       01 retNum pic x(6).
       01 retOrigDate pic 9(8).
       01 retAmt pic 9(6)v99.
       01 retPeriod pic 9(6).
       01 retLeft pic 9(7)v99.
       01 retTake pic 9(6)v99.
       01 retLeftDis pic Z,ZZZ,ZZ9.99.
       01 rcptMatch pic 9(3).
       01 nsfMatch pic 9(3).
       01 payEOF pic x VALUE "N".
       01 reopenCount pic 9(3).
       01 reopenOK pic x.
       01 feeKey pic x(12).
       01 lastPaidKey pic x(12).
       01 lastPaidFound pic x.
       01 todayMDY pic 9(8).
       01 yearAgo8 pic 9(8).
       01 nsfYMD pic 9(8).
       01 nsfCount pic 9(3).
       01 retAcct pic x(6).
       01 lookNum pic x(6).
       01 lookAcct pic x(6).

      **** cashonly call interface ****
       01 coFn pic x(1).
       01 coKey pic x(6).
       01 coFlag pic x(1).

      **** Cash-receipts log line ****
      **** Blank for a keyed receipt - LBX marks the lockbox lines so ***
      *    the bank reconciliation can total them to the batch the     *
      *    bank deposited                                              *
       01 rcptKind pic x(3) VALUE SPACES.

       01 payLine.
           03 pl-polNum pic x(6).
           03      pic x VALUE SPACE.
           03 pl-period pic 9(6).
           03      pic x VALUE SPACE.
           03 pl-user pic x(8).
      **** Blank on a keyed receipt, LBX on a lockbox one and ACH **
      *    on an EFT-DRAFT draft - NSF on the line reversing a         *
      *    returned item, which carries the original payment date, and *
      *    FEE on the returned-item fee charged with it                *
           03      pic x VALUE SPACE.
           03 pl-kind pic x(3).
           03      pic x VALUE SPACE.
           03 pl-origDate pic x(8).

      **** polpay.txt read back when a returned item is matched ****
       01 payScan.
           03 ps-polNum pic x(6).
           03      pic x.
           03 ps-payDate pic 9(8).
           03      pic x.
           03 ps-amount pic 9(6)v99.
           03      pic x.
           03      pic x(7).
           03 ps-period pic 9(6).
           03      pic x.
           03 ps-user pic x(8).
           03      pic x.
           03 ps-kind pic x(3).
           03      pic x.
           03 ps-origDate pic x(8).
           03      pic x(33).

       01 audit-user pic x(8) value spaces.

       01 gr60 pic 9(9)v99 VALUE ZEROES.
       01 gr90 pic 9(9)v99 VALUE ZEROES.

      **** Print archive support - the file is dated per run day;  ****
      *    a book-restricted run is not archived, so the archive only  *
      *    ever holds complete runs                                     *
       01 archName pic x(24).
       01 archKey pic x(6) VALUE SPACES.
       01 archOn pic x VALUE "N".

       01 ageHead1.
           03 pic x(36) VALUE "PREMIUM RECEIVABLES AGING BY AGENT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to POST, CUSTPAY, IMPORT, "
                   "RETURN, REPORT or QUIT"
               ACCEPT option
               IF option = "POST" THEN
                   IF operLevel < 2
                   ELSE
                       PERFORM IMPORT-LOCKBOX
                   END-IF
               ELSE IF option = "RETURN" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "RETURN" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM RETURN-PAYMENT
                   END-IF
               ELSE IF option = "REPORT" THEN
                   PERFORM AGING-REPORT
               ELSE IF option = "QUIT" THEN
      **** The receipts trail carries the signed-on operator ****
           MOVE operUser to audit-user
           ACCEPT sysdate8 FROM DATE YYYYMMDD
           MOVE sysdate8(5:2) to todayMDY(1:2)
           MOVE sysdate8(7:2) to todayMDY(3:2)
           MOVE sysdate8(1:4) to todayMDY(5:4)
      **** PERIOD-MAINT's open period bounds what may be posted -  ****
      *    a missing perctl.dat means no period control yet            *
           OPEN INPUT perFile
               END-IF
           END-PERFORM
           MOVE "N" to notNull
           MOVE payPolNum to coKey
           PERFORM CHECK-CASH-ONLY

           DISPLAY "Payment Date (MMDDYYYY):"
           PERFORM UNTIL notNull = "Y"
      *    to the deposit whichever path took the payment             *
               MOVE lb-amount to payAmt-ed
               MOVE ZEROES to bl-period
               MOVE "LBX" to rcptKind
               PERFORM WRITE-RECEIPT
               MOVE SPACES to rcptKind
           END-IF.

       WRITE-LOCK-EXC.

       ENTER-CUST-PAYMENT.
           DISPLAY "Paying for " cm-fName " " cm-lName
           MOVE custNum-ed to coKey
           PERFORM CHECK-CASH-ONLY
           DISPLAY "Payment Date (MMDDYYYY):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT payDate-ed
           MOVE payAmt-ed to pl-amount
           MOVE bl-period to pl-period
           MOVE audit-user to pl-user
           MOVE rcptKind to pl-kind
           MOVE SPACES to pl-origDate
           WRITE payRec FROM payLine.

      **** An account two returned items have put on cash-only is  ****
      *    called out before the operator takes another check          *
       CHECK-CASH-ONLY.
           MOVE "C" to coFn
           CALL "cashonly" USING coFn, coKey, audit-user, coFlag
           IF coFlag = "Y"
               DISPLAY "WARNING - " coKey " is on CASH-ONLY after "
                   "returned items - take cash or certified funds, "
                   "not a personal check"
           END-IF.

      **** A bounced check or returned draft - the receipt it      ****
      *    reverses must be on polpay.txt and not already returned.   *
      *    The reversal posts today, so a closed month refuses it the *
      *    same as any other posting                                   *
       RETURN-PAYMENT.
           DISPLAY "Returned item was posted under a POLICY or "
               "CUSTOMER number:"
           ACCEPT retBy
           IF retBy NOT = "POLICY" AND retBy NOT = "CUSTOMER"
               DISPLAY "Error, please enter POLICY or CUSTOMER"
               EXIT PARAGRAPH
           END-IF
           IF retBy = "CUSTOMER" AND xrefAvail NOT = "Y"
               DISPLAY "Error, custmast.dat/custxref.dat not on file "
                   "- run CUSTBUILD first"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Number:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT retNum
               IF retNum = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE IF retBy = "POLICY"
                   MOVE "V" to cdFn
                   CALL "chkdigit" USING cdFn, retNum, cdValid
                   IF cdValid NOT = "Y"
                       DISPLAY "Error, policy number fails the "
                           "check digit - re-key it"
                   ELSE
                       MOVE "Y" to notNull
                   END-IF
               ELSE
                   MOVE retNum to cm-custNum
                   READ custMast
                       INVALID KEY
                           DISPLAY "Error, customer does not exist"
                       NOT INVALID KEY
                           MOVE "Y" to notNull
                   END-READ
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Original Payment Date (MMDDYYYY):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT retOrigDate
               IF retOrigDate < 1
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "V" to dateValFn
                   CALL "dateval" USING dateValFn, retOrigDate,
                       dateValOut, dateValFlag
                   IF dateValFlag NOT = "Y"
                       DISPLAY "Error, not a real calendar date "
                           "(MMDDYYYY)"
                   ELSE
                       MOVE "Y" to notNull
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Returned Amount:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT retAmt
               IF retAmt < 1
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           PERFORM FIND-RECEIPT
           IF rcptMatch = ZEROES
               DISPLAY "Error, no receipt on polpay.txt for " retNum
                   " dated " retOrigDate " in that amount"
               EXIT PARAGRAPH
           END-IF
           IF nsfMatch >= rcptMatch
               DISPLAY "Error, that receipt has already been returned"
               EXIT PARAGRAPH
           END-IF

           MOVE todayMDY to payDate-ed
           PERFORM CHECK-PAY-PERIOD
           IF payPeriodOK NOT = "Y"
               DISPLAY "ERROR - today falls in a closed accounting "
                   "period (open period is " openPeriod ") - return "
                   "not posted"
               EXIT PARAGRAPH
           END-IF

      **** A receipt posted against one invoice comes back off that ***
      *    invoice; a lockbox or household receipt was spread, so it   *
      *    comes back off the latest payments first                    *
           MOVE retAmt to retLeft
           MOVE ZEROES to reopenCount
           MOVE SPACES to feeKey
           IF retPeriod > ZEROES
               MOVE retNum to bl-polNum
               MOVE retPeriod to bl-period
               READ billFile
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       PERFORM REOPEN-INVOICE
               END-READ
           ELSE
               IF retBy = "POLICY"
                   MOVE retNum to payPolNum
                   PERFORM UNAPPLY-POLICY
               ELSE
                   PERFORM UNAPPLY-CUSTOMER
               END-IF
           END-IF

           IF retLeft > ZEROES
               MOVE retLeft to retLeftDis
               DISPLAY "Warning, " retLeftDis " of the item was not on "
                   "any invoice - it was unapplied or queued for "
                   "refund; void any such refund in REFUND-MAINT"
           END-IF

      **** The reversing line - GL-CASH journals it as a cash credit **
           MOVE retNum to pl-polNum
           MOVE todayMDY to pl-payDate
           MOVE retAmt to pl-amount
           MOVE retPeriod to pl-period
           MOVE audit-user to pl-user
           MOVE "NSF" to pl-kind
           MOVE retOrigDate to pl-origDate
           WRITE payRec FROM payLine

           PERFORM CHARGE-NSF-FEE
           PERFORM COUNT-RETURNS

           MOVE retAmt to retLeftDis
           DISPLAY "Returned item of " retLeftDis " reversed for "
               retNum " - " reopenCount " invoice(s) reopened"
           IF nsfCount >= nsfLimit
               MOVE "F" to coFn
               MOVE retAcct to coKey
               CALL "cashonly" USING coFn, coKey, audit-user, coFlag
               IF coFlag = "Y"
                   DISPLAY "Account " retAcct " has " nsfCount
                       " returned item(s) in twelve months - now "
                       "CASH-ONLY"
               END-IF
           END-IF.

      **** Counts the matching receipts on polpay.txt and the       ****
      *    returns already taken against them - a receipt returned     *
      *    once cannot be returned again                               *
       FIND-RECEIPT.
           MOVE ZEROES to rcptMatch nsfMatch retPeriod
           CLOSE payFile
           OPEN INPUT payFile
           MOVE "N" to payEOF
           PERFORM UNTIL payEOF = "Y"
               READ payFile INTO payScan
                   AT END
                       MOVE "Y" to payEOF
                   NOT AT END
                       IF ps-polNum = retNum AND ps-amount = retAmt
                           IF ps-kind NOT = "NSF"
                               AND ps-kind NOT = "FEE"
                               AND ps-payDate = retOrigDate
                               ADD 1 to rcptMatch
                               MOVE ps-period to retPeriod
                           END-IF
                           IF ps-kind = "NSF"
                               AND ps-origDate = retOrigDate
                               ADD 1 to nsfMatch
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE payFile
           OPEN EXTEND payFile.

      **** Takes back what the returned item paid on the invoice in ***
      *    the record area. The notices start over - DUNNING-JOB ages  *
      *    it from its original due date and sends whatever that age   *
      *    calls for                                                   *
       REOPEN-INVOICE.
           MOVE "N" to reopenOK
           IF bl-payAmt = ZEROES
               EXIT PARAGRAPH
           END-IF
           IF bl-payAmt < retLeft
               MOVE bl-payAmt to retTake
           ELSE
               MOVE retLeft to retTake
           END-IF
           SUBTRACT retTake from bl-payAmt
           IF bl-payAmt = ZEROES
               MOVE "NO" to bl-paid
               MOVE ZEROES to bl-payDate
           ELSE
               MOVE "PT" to bl-paid
           END-IF
           MOVE SPACE to bl-notice
           REWRITE billRec
               INVALID KEY
                   DISPLAY "Error, invoice " bl-polNum " period "
                       bl-period " could not be reopened"
               NOT INVALID KEY
                   MOVE "Y" to reopenOK
                   SUBTRACT retTake from retLeft
                   ADD 1 to reopenCount
                   IF feeKey = SPACES
                       MOVE bl-key to feeKey
                   END-IF
                   COMPUTE openAmt = bl-amount - bl-payAmt
                   MOVE openAmt to openAmtDis
                   DISPLAY "Invoice " bl-polNum " period " bl-period
                       " reopened - " openAmtDis " open"
           END-REWRITE.

      **** One policy's payments taken back latest invoice first    ****
       UNAPPLY-POLICY.
           PERFORM FIND-LAST-PAID
           PERFORM UNTIL lastPaidFound NOT = "Y" OR retLeft = ZEROES
               MOVE lastPaidKey to bl-key
               READ billFile
                   INVALID KEY
                       MOVE "N" to reopenOK
                   NOT INVALID KEY
                       PERFORM REOPEN-INVOICE
               END-READ
               IF reopenOK = "Y"
                   PERFORM FIND-LAST-PAID
               ELSE
                   MOVE "N" to lastPaidFound
               END-IF
           END-PERFORM.

      **** The latest invoice for payPolNum still carrying payment ****
       FIND-LAST-PAID.
           MOVE "N" to lastPaidFound
           MOVE "N" to billEOF
           MOVE payPolNum to bl-polNum
           MOVE ZEROES to bl-period
           START billFile KEY IS >= bl-key
               INVALID KEY
                   MOVE "Y" to billEOF
           END-START
           PERFORM UNTIL billEOF = "Y"
               READ billFile NEXT RECORD
                   AT END
                       MOVE "Y" to billEOF
                   NOT AT END
                       IF bl-polNum NOT = payPolNum
                           MOVE "Y" to billEOF
                       ELSE
                           IF bl-payAmt > ZEROES
                               MOVE bl-key to lastPaidKey
                               MOVE "Y" to lastPaidFound
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      **** A household receipt comes back off each of the customer's *
      *    policies in turn, the same custxref.dat pass CUSTPAY makes *
       UNAPPLY-CUSTOMER.
           MOVE "N" to xrefEOF
           MOVE LOW-VALUES to xr-polNum
           START custXref KEY IS >= xr-polNum
               INVALID KEY
                   MOVE "Y" to xrefEOF
           END-START
           PERFORM UNTIL xrefEOF = "Y" OR retLeft = ZEROES
               READ custXref NEXT RECORD
                   AT END
                       MOVE "Y" to xrefEOF
                   NOT AT END
                       IF xr-custNum = retNum
                           MOVE xr-polNum to payPolNum
                           PERFORM UNAPPLY-POLICY
                       END-IF
               END-READ
           END-PERFORM.

      **** The returned-item fee goes on the first invoice reopened **
      *    so it is dunned and collected with the premium, and a FEE   *
      *    line on polpay.txt takes it to the ledger                   *
       CHARGE-NSF-FEE.
           IF feeKey = SPACES
               DISPLAY "Warning, no invoice was reopened - returned-"
                   "item fee not charged"
               EXIT PARAGRAPH
           END-IF
           MOVE feeKey to bl-key
           READ billFile
               INVALID KEY
                   DISPLAY "Error, returned-item fee could not be "
                       "charged"
                   EXIT PARAGRAPH
           END-READ
           ADD nsfFee to bl-amount
           IF bl-paid = "PD"
               MOVE "PT" to bl-paid
           END-IF
           REWRITE billRec
               INVALID KEY
                   DISPLAY "Error, returned-item fee could not be "
                       "charged"
               NOT INVALID KEY
                   MOVE bl-polNum to pl-polNum
                   MOVE todayMDY to pl-payDate
                   MOVE nsfFee to pl-amount
                   MOVE bl-period to pl-period
                   MOVE audit-user to pl-user
                   MOVE "FEE" to pl-kind
                   MOVE retOrigDate to pl-origDate
                   WRITE payRec FROM payLine
                   MOVE nsfFee to openAmtDis
                   DISPLAY "Returned-item fee of " openAmtDis
                       " charged to invoice " bl-polNum " period "
                       bl-period
           END-REWRITE.

      **** Returns in the last twelve months on the same account -  ***
      *    the customer the number cross-references to, or the policy *
      *    itself - counting the one just posted                       *
       COUNT-RETURNS.
           IF retBy = "CUSTOMER"
               MOVE retNum to retAcct
           ELSE
               MOVE retNum to lookNum
               PERFORM ACCOUNT-OF
               MOVE lookAcct to retAcct
           END-IF
           COMPUTE yearAgo8 = sysdate8 - 10000
           MOVE ZEROES to nsfCount
           CLOSE payFile
           OPEN INPUT payFile
           MOVE "N" to payEOF
           PERFORM UNTIL payEOF = "Y"
               READ payFile INTO payScan
                   AT END
                       MOVE "Y" to payEOF
                   NOT AT END
                       IF ps-kind = "NSF"
                           MOVE ps-payDate(5:4) to nsfYMD(1:4)
                           MOVE ps-payDate(1:4) to nsfYMD(5:4)
                           IF nsfYMD >= yearAgo8
                               MOVE ps-polNum to lookNum
                               PERFORM ACCOUNT-OF
                               IF lookAcct = retAcct
                                   ADD 1 to nsfCount
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE payFile
           OPEN EXTEND payFile.

       ACCOUNT-OF.
           MOVE lookNum to lookAcct
           IF xrefAvail = "Y"
               MOVE lookNum to xr-polNum
               READ custXref
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE xr-custNum to lookAcct
               END-READ
           END-IF.

      **** Ages every unpaid invoice on polbill.dat into current/30/ ****
      *    60/90+ buckets by agent code and prints the report - the    *
      *    invoices sort into agent sequence (the agentHeader sort     *
               INPUT PROCEDURE is RELEASE-AGING
               GIVING agedFile

      **** bookchk with no agent just hands back the operator's    ****
      *    book - only an office-wide run goes to the archive          *
           MOVE SPACES to bookPol bookAgent
           CALL "bookchk" USING operUser, bookPol, bookAgent,
               bookScope, bookOK
           MOVE "N" to archOn
           IF bookScope = SPACE
               MOVE SPACES to archName
               STRING "aging." sysdate8 ".prt" DELIMITED BY SIZE
                   INTO archName
               OPEN EXTEND archFile
               MOVE "Y" to archOn
           END-IF
           MOVE SPACES to archKey

           MOVE ageHead1 to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES
           MOVE ageHead2 to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES

           OPEN INPUT agedFile
           MOVE "N" to agedEOF
           MOVE gr30 to tl-30
           MOVE gr60 to tl-60
           MOVE gr90 to tl-90
           MOVE SPACES to archKey
           MOVE ageTotalLine to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES
           IF archOn = "Y"
               CLOSE archFile
           END-IF
           DISPLAY "Aging report printed for " agentCount " agent(s)".

      **** Releases one sort record per unpaid invoice, its open   ****
           END-PERFORM.

       AGE-ONE.
           MOVE bl-polNum to bookPol
           MOVE bl-agent to bookAgent
           CALL "bookchk" USING operUser, bookPol, bookAgent,
               bookScope, bookOK
           IF bookOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ageDays =
               FUNCTION INTEGER-OF-DATE(sysdate8)
               - FUNCTION INTEGER-OF-DATE(bl-invDate)
           MOVE ag30 to al-30
           MOVE ag60 to al-60
           MOVE ag90 to al-90
           MOVE agent-in to archKey
           MOVE ageLine to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES
           ADD 1 to agentCount.

      **** Captures the line just built in printRep to the dated   ****
      *    archive under the agent it belongs to                       *
       ARCHIVE-LINE.
           IF archOn = "Y"
               MOVE archKey to ar-key
               MOVE printRep to ar-line
               WRITE archRec
           END-IF.

       END-PROGRAM.
           DISPLAY postCount " payment(s) posted"
           IF xrefAvail = "Y"
