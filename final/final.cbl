
      **** Billing file kept by BILLING-JOB - mid-term endorsements ****
      *    post their prorated premium adjustment onto the current     *
      *    period's invoice here, and a cancellation's return premium  *
      *    credits the policy's open invoices                           *
           select billFile assign to 'polbill.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is bl-key
               FILE STATUS is billFile-Status.

               RECORD KEY is rf-key
               FILE STATUS is refundFile-Status.

      **** What a cancellation did to billing - each open invoice   ***
      *    credited (by period) and the refund queued (period zero) -  *
      *    so a reinstatement can put it all back                       *
           select cancCrdFile assign to 'cancrdt.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cc-key
               FILE STATUS is cancCrd-Status.

      **** REFUND-MAINT's check register - a cancel refund found    ***
      *    here has been cut and is billed back on reinstatement        *
           select optional regFile assign to 'refundreg.txt'
               organization is line sequential.

       DATA DIVISION.
       file section.
           fd polFile.
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

           fd polReport.
               01 printRep pic x(132).
           01 rsnRec.
               03 cr-code pic x(2).
               03 cr-desc pic x(30).
      **** Return premium method - P pro-rata (company-initiated), ***
      *    S short-rate (insured-requested)                            *
               03 cr-method pic x(1).

      **** layout must match effjob.cbl's futRec - the after image ****
      *    carries the same 58 bytes polFileRec does                   *
               03 rf-amount pic 9(7)v99.
               03 rf-source pic x(8).
               03 rf-user pic x(8).

      **** layout must match dunning.cbl's cancCrdRec ****
           fd cancCrdFile.
           01 cancCrdRec.
               03 cc-key.
                   05 cc-polNum pic x(6).
                   05 cc-period pic 9(6).
               03 cc-credit pic 9(7)v99.
               03 cc-oldPaid pic x(2).
               03 cc-refTime pic 9(8).
               03 cc-refDate pic 9(8).

           fd regFile.
           01 regRec pic x(80).
       working-storage section.
      **** Line/Page Count ****
       01 lnCnt pic 99.
      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".

      **** call10 rating context - the policy number lets call10   ****
      *    find the insured's ZIP for the territory factor. Mid-term   *
      *    type changes and reinstatements leave the claims-experience *
      *    modifier off - loss history is priced at renewal and rerate *
           COPY "ratectx.cpy".

      **** Variable used to choose between add, update, delete, or quit ****
       01 option pic x(6).
      **** Variable used to choose INTERACTIVE or BATCH run mode ****
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "FINAL-PROJ".
       01 denyFunc pic x(12).

      **** bookchk call interface - an operator tied to an agent   ****
      *    or manager book pulls only policies in that book            *
       01 bookPol pic x(6).
       01 bookAgent pic x(5).
       01 bookScope pic x(1).
       01 bookOK pic x(1).

      **** Full-screen entry support - the whole record shows at   ****
      *    once and the edits run when the operator leaves the form    *
       01 crtStatus pic 9(4).
       01 reason-ed pic x(2).
       01 audit-reason pic x(2) VALUE SPACES.

      **** Lender notice support - intntc writes a notice to every ***
      *    additional interest when a policy cancels or reinstates     *
       01 ntcFn pic x(1).
       01 ntcCount pic 9(2).

      **** Memo diary support - notemaint keeps the policy's notes ***
       01 noteFn pic x(1).
       01 noteType pic x(2).

      **** Return premium support - retprem works out the unearned  **
      *    premium on a cancel, which credits the open invoices first  *
      *    with any remainder queued for REFUND-MAINT                  *
           COPY "retprem.cpy".
       01 retLeft pic 9(7)v99.
       01 retCredit pic 9(7)v99.
       01 retOpen pic s9(7)v99.
       01 retBillEOF pic x VALUE "N".
       01 retDis pic ZZZ,ZZ9.99.

      **** Only billed premium beyond what was earned is credited,  ***
      *    and only premium collected beyond what was earned is        *
      *    refunded - an installment policy gets nothing back for      *
      *    periods never billed or never paid                           *
       01 retBilled pic 9(7)v99.
       01 retCollected pic 9(7)v99.
       01 retEarned pic s9(7)v99.
       01 retWork pic s9(7)v99.
       01 retOldPaid pic x(2).
       01 retCancTotal pic 9(7)v99.
       01 retToday8 pic 9(8).

      **** Reinstatement support - the cancel's credits come back   ***
      *    off cancrdt.dat                                              *
       01 cancCrd-Status pic xx.
       01 reinEOF pic x VALUE "N".
       01 regEOF pic x VALUE "N".
       01 regFound pic x VALUE "N".
       01 reinDueInt pic 9(9).

      **** layout must match refundmaint.cbl's regLine ****
       01 regLine.
           03 rl-check pic 9(6).
           03      pic x.
           03 rl-date pic 9(8).
           03      pic x.
           03 rl-polNum pic x(6).
           03      pic x.
           03 rl-amount pic 9(7)v99.
           03      pic x.
           03 rl-source pic x(8).
           03      pic x.
           03 rl-user pic x(8).

      **** Future-change staging support - the effective date is    ***
      *    keyed MMDDYYYY and held YYYYMMDD so the queue orders        *
      *    chronologically                                              *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
       INTERACTIVE-PROCEDURE.
           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ADD, UPDATE, DELETE, "
                   "FUTURE, REINST, COVER, LENDER, NOTES or QUIT"
               ACCEPT option
               IF option = "ADD" THEN
                   IF operLevel < 2
                   ELSE
                       PERFORM REIN-REC
                   END-IF
      **** Coverage detail - covmaint checks the level per function *
               ELSE IF option = "COVER" THEN
                   PERFORM COVER-REC
      **** Lienholders and mortgagees - intmaint checks the level ****
               ELSE IF option = "LENDER" THEN
                   PERFORM LENDER-REC
      **** Memo diary - office operators add and view, an agent ****
      *    operator only views                                          *
               ELSE IF option = "NOTES" THEN
                   PERFORM NOTES-REC
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
                       MOVE trans-term to polTerm-up
                       MOVE trans-type to polType-up
                       IF trans-type NOT = poltype-in
                           MOVE trans-polnum to RC-POLNUM
                           MOVE SPACES to RC-ZIP
                           MOVE SPACES to RC-CUSTNUM
                           MOVE "N" to RC-APPLY-EXP
                           CALL "call10" USING trans-type, polPrem-up,
                               RATE-CONTEXT
                           DISPLAY "Premium re-rated for new type: "
                               polPrem-up
                       END-IF
                       MOVE polCanDate-in to aa-polCanDate
                       MOVE polCanRsn-in to audit-reason
                       PERFORM WRITE-AUDIT
                       PERFORM RETURN-PREMIUM-CALC
                       MOVE "C" to ntcFn
                       PERFORM SEND-LENDER-NOTICES
                   END-IF
                   PERFORM CLEAR-CHECKPOINT
                   IF successDel = "TRUE"
               CLOSE refundFile
               OPEN I-O refundFile
           END-IF
           OPEN I-O cancCrdFile
      **** First cancel has no credit file yet - create it ****
           IF cancCrd-Status = "35"
               OPEN OUTPUT cancCrdFile
               CLOSE cancCrdFile
               OPEN I-O cancCrdFile
           END-IF
           OPEN INPUT rsnFile
           IF rsnFile-Status = "00"
               MOVE "Y" to rsnAvail
               MOVE polType-ed to polType-up
      **** A type change still re-rates through call10 ****
               IF polType-ed NOT = ab-polType
                   MOVE ab-polNum to RC-POLNUM
                   MOVE SPACES to RC-ZIP
                   MOVE SPACES to RC-CUSTNUM
                   MOVE "N" to RC-APPLY-EXP
                   CALL "call10" USING polType-ed, polPrem-up,
                       RATE-CONTEXT
                   DISPLAY "Premium re-rated for new type: "
                       polPrem-up
               END-IF
           MOVE polTerm-ed to polTerm-up
           MOVE polType-ed to polType-up
           IF polType-ed NOT = ab-polType
               MOVE ab-polNum to RC-POLNUM
               MOVE SPACES to RC-ZIP
               MOVE SPACES to RC-CUSTNUM
               MOVE "N" to RC-APPLY-EXP
               CALL "call10" USING polType-ed, polPrem-up, RATE-CONTEXT
               DISPLAY "Premium re-rated for new type: " polPrem-up
           END-IF

               MOVE polCanDate-in to aa-polCanDate
               MOVE polCanRsn-in to audit-reason
               PERFORM WRITE-AUDIT
               PERFORM RETURN-PREMIUM-CALC
               MOVE "C" to ntcFn
               PERFORM SEND-LENDER-NOTICES
           END-IF

           UNLOCK polFile
               UNLOCK polFile
           END-IF.

      **** Limits, deductibles and coverage premiums for one policy ***
      *    are kept by covmaint on coverage.dat - the policy is read   *
      *    here and released before the call                            *
       COVER-REC.
           DISPLAY "What record's coverage would you like to maintain"
           PERFORM GET-REC
           UNLOCK polFile
           CALL "covmaint" USING operUser, operLevel, polNum-in,
               poltype-in.

      **** The cancel just booked is priced through retprem - the  ***
      *    unearned premium that was billed credits the policy's open  *
      *    invoices oldest first, and unearned premium that was paid   *
      *    goes on the refund queue                                     *
       RETURN-PREMIUM-CALC.
           MOVE polDate-in to RP-POLDATE
           MOVE polTerm-in to RP-TERM
           MOVE polCanDate-in to RP-CANDATE
           MOVE polPrem-in to RP-PREM
           MOVE polCanRsn-in to RP-REASON
           CALL "retprem" USING RETURN-PREMIUM
           IF RP-RETURN = ZEROES
               DISPLAY "No return premium due on " polNum-in
               EXIT PARAGRAPH
           END-IF
           MOVE RP-RETURN to retDis
           IF RP-METHOD = "S"
               DISPLAY "Return premium (short-rate) " retDis " - "
                   RP-DAYS-LEFT " of " RP-DAYS-TERM " days unexpired"
           ELSE
               DISPLAY "Return premium (pro-rata) " retDis " - "
                   RP-DAYS-LEFT " of " RP-DAYS-TERM " days unexpired"
           END-IF

      **** What was earned stays earned - billed premium beyond it ***
      *    comes off the open invoices, and only premium actually      *
      *    collected beyond it is refunded                              *
           COMPUTE retEarned = polPrem-in - RP-RETURN
           MOVE ZEROES to retBilled retCollected
           ACCEPT retToday8 FROM DATE YYYYMMDD
           MOVE "N" to retBillEOF
           MOVE polNum-in to bl-polNum
           MOVE ZEROES to bl-period
           START billFile KEY IS >= bl-key
               INVALID KEY
                   MOVE "Y" to retBillEOF
           END-START
           PERFORM UNTIL retBillEOF = "Y"
               READ billFile NEXT RECORD
                   AT END
                       MOVE "Y" to retBillEOF
                   NOT AT END
                       IF bl-polNum NOT = polNum-in
                           MOVE "Y" to retBillEOF
                       ELSE
                           ADD bl-amount to retBilled
                           ADD bl-payAmt to retCollected
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE retWork = retBilled - retEarned
           IF retWork < ZEROES
               MOVE ZEROES to retWork
           END-IF
           IF retWork > RP-RETURN
               MOVE RP-RETURN to retWork
           END-IF
           MOVE retWork to retLeft
           MOVE ZEROES to retCancTotal
           MOVE "N" to retBillEOF
           MOVE polNum-in to bl-polNum
           MOVE ZEROES to bl-period
           START billFile KEY IS >= bl-key
               INVALID KEY
                   MOVE "Y" to retBillEOF
           END-START
           PERFORM UNTIL retBillEOF = "Y" OR retLeft = ZEROES
               READ billFile NEXT RECORD
                   AT END
                       MOVE "Y" to retBillEOF
                   NOT AT END
                       IF bl-polNum NOT = polNum-in
                           MOVE "Y" to retBillEOF
                       ELSE
                           IF bl-paid NOT = "PD"
                               PERFORM CREDIT-OPEN-INVOICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      **** The refund is what was collected over what was earned,   ***
      *    never more than the return premium the credits left         *
           COMPUTE retWork = retCollected - retEarned
           IF retWork < ZEROES
               MOVE ZEROES to retWork
           END-IF
           COMPUTE retOpen = RP-RETURN - retCancTotal
           IF retWork > retOpen
               MOVE retOpen to retWork
           END-IF
           IF retWork > ZEROES
               MOVE retWork to refundAmt
               PERFORM QUEUE-RETURN-PREMIUM
               MOVE retWork to retDis
               DISPLAY retDis " queued for refund (REFUND-MAINT)"
           ELSE
               DISPLAY "No refund due - premium collected does not "
                   "exceed premium earned"
           END-IF.

      **** Takes the credit off the invoice amount - once nothing  ***
      *    is left open the invoice is settled, the way PAY-POST       *
      *    settles one.  The credit is kept on cancrdt.dat for a       *
      *    reinstatement to put back                                    *
       CREDIT-OPEN-INVOICE.
           COMPUTE retOpen = bl-amount - bl-payAmt
           IF retOpen <= ZEROES
               EXIT PARAGRAPH
           END-IF
           IF retOpen > retLeft
               MOVE retLeft to retCredit
           ELSE
               MOVE retOpen to retCredit
           END-IF
           MOVE bl-paid to retOldPaid
           SUBTRACT retCredit from bl-amount
           SUBTRACT retCredit from retLeft
           IF bl-payAmt >= bl-amount
               MOVE "PD" to bl-paid
           END-IF
           REWRITE billRec
               INVALID KEY
                   DISPLAY "Error, return premium could not be "
                       "credited to period " bl-period
                   ADD retCredit to retLeft
               NOT INVALID KEY
                   MOVE retCredit to retDis
                   DISPLAY retDis " credited to the open invoice for "
                       "period " bl-period
                   ADD retCredit to retCancTotal
                   MOVE polNum-in to cc-polNum
                   MOVE bl-period to cc-period
                   MOVE retCredit to cc-credit
                   MOVE retOldPaid to cc-oldPaid
                   MOVE ZEROES to cc-refTime cc-refDate
                   PERFORM WRITE-CANC-CREDIT
           END-REWRITE.

      **** Same queue QUEUE-REFUND feeds, booked from the cancel ****
       QUEUE-RETURN-PREMIUM.
           ACCEPT pendTime FROM TIME
           MOVE polNum-in to rf-polNum
           MOVE pendTime to rf-time
           ACCEPT rf-date FROM DATE
           MOVE refundAmt to rf-amount
           MOVE "CANCEL  " to rf-source
           MOVE audit-user to rf-user
           WRITE refundRec
               INVALID KEY
                   DISPLAY "Error, refund could not be queued"
               NOT INVALID KEY
                   MOVE polNum-in to cc-polNum
                   MOVE ZEROES to cc-period
                   MOVE refundAmt to cc-credit
                   MOVE SPACES to cc-oldPaid
                   MOVE pendTime to cc-refTime
                   MOVE retToday8 to cc-refDate
                   PERFORM WRITE-CANC-CREDIT
           END-WRITE.

       WRITE-CANC-CREDIT.
           WRITE cancCrdRec
               INVALID KEY
                   DISPLAY "Error, cancel credit for period " cc-period
                       " could not be kept - a reinstatement will not "
                       "restore it"
           END-WRITE.

      **** Lienholders and mortgagees for one policy are kept by   ***
      *    intmaint on addlint.dat - the policy is read here and       *
      *    released before the call                                     *
       LENDER-REC.
           DISPLAY "What record's lenders would you like to maintain"
           PERFORM GET-REC
           UNLOCK polFile
           CALL "intmaint" USING operUser, operLevel, polNum-in,
               poltype-in.

      **** Notes on one policy are kept by notemaint on notes.dat - ***
      *    the policy is read here and released before the call. Agent *
      *    self-service is read-only, so an operator tied to an agent  *
      *    book (bookScope, set by CHECK-BOOK) gets the latest notes   *
      *    shown (noteFn S) instead of the ADD/VIEW menu                *
       NOTES-REC.
           DISPLAY "What record's notes would you like to see"
           PERFORM GET-REC
           UNLOCK polFile
           IF bookScope NOT = SPACE
               DISPLAY "Agent inquiry is read-only - latest notes "
                   "shown, no note can be added"
               MOVE "S" to noteFn
           ELSE
               MOVE "M" to noteFn
           END-IF
           MOVE "PO" to noteType
           CALL "notemaint" USING operUser, noteFn, noteType,
               polNum-in.

      **** Every lender on the policy hears about a cancel (ntcFn C) **
      *    or a reinstatement (ntcFn R) the moment it is booked        *
       SEND-LENDER-NOTICES.
           CALL "intntc" USING ntcFn, polNum-in, polCanRsn-in,
               ntcCount
           IF ntcCount > ZEROES
               DISPLAY ntcCount " lender notice(s) written to "
                   "lendntc.prt for " polNum-in
           END-IF.

      **** Shared by the interactive and batch reinstate paths -     ***
      *    polFileRec must hold the cancelled record just read          *
       DO-REINSTATE.
           MOVE "AC" to polField-in
           MOVE ZEROES to polCanDate-in
           MOVE SPACES to polCanRsn-in
           MOVE polNum-in to RC-POLNUM
           MOVE SPACES to RC-ZIP
           MOVE SPACES to RC-CUSTNUM
           MOVE "N" to RC-APPLY-EXP
           CALL "call10" USING poltype-in, polPrem-in, RATE-CONTEXT
           REWRITE polFileRec
               INVALID KEY
                   MOVE "FALSE" to successRein
               MOVE polField-in to aa-polField
               MOVE polCanDate-in to aa-polCanDate
               PERFORM WRITE-AUDIT
               MOVE "R" to ntcFn
               PERFORM SEND-LENDER-NOTICES
               PERFORM REVERSE-CANCEL-BILLING
           END-IF

           PERFORM CLEAR-CHECKPOINT
               PERFORM REIN-PRINT
           END-IF.

      **** A reinstatement puts back what the cancel did to billing -***
      *    each invoice credit comes back off, a refund still on the   *
      *    queue is voided, and one already cut is billed back         *
       REVERSE-CANCEL-BILLING.
           ACCEPT retToday8 FROM DATE YYYYMMDD
           MOVE "N" to reinEOF
           MOVE polNum-in to cc-polNum
           MOVE ZEROES to cc-period
           START cancCrdFile KEY IS >= cc-key
               INVALID KEY
                   MOVE "Y" to reinEOF
           END-START
           PERFORM UNTIL reinEOF = "Y"
               READ cancCrdFile NEXT RECORD
                   AT END
                       MOVE "Y" to reinEOF
                   NOT AT END
                       IF cc-polNum NOT = polNum-in
                           MOVE "Y" to reinEOF
                       ELSE
                           IF cc-period = ZEROES
                               PERFORM REVERSE-CANCEL-REFUND
                           ELSE
                               PERFORM RESTORE-INVOICE-CREDIT
                           END-IF
                           DELETE cancCrdFile
                               INVALID KEY
                                   DISPLAY "Error, cancel credit for "
                                       "period " cc-period
                                       " could not be cleared"
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      **** The invoice goes back to what it was before the credit - ***
      *    open again unless payments since have covered it            *
       RESTORE-INVOICE-CREDIT.
           MOVE polNum-in to bl-polNum
           MOVE cc-period to bl-period
           READ billFile
               INVALID KEY
                   DISPLAY "Error, invoice for period " cc-period
                       " no longer on file - credit not restored"
               NOT INVALID KEY
                   ADD cc-credit to bl-amount
                   IF bl-payAmt < bl-amount
                       MOVE cc-oldPaid to bl-paid
                   END-IF
                   REWRITE billRec
                       INVALID KEY
                           DISPLAY "Error, credit could not be "
                               "restored to period " cc-period
                       NOT INVALID KEY
                           MOVE cc-credit to retDis
                           DISPLAY retDis " cancel credit restored to "
                               "the invoice for period " cc-period
                   END-REWRITE
           END-READ.

      **** Still on the queue, the refund is voided - gone from the ***
      *    queue and on the check register, it was cut and is billed   *
      *    back; neither means REFUND-MAINT rejected it                 *
       REVERSE-CANCEL-REFUND.
           MOVE cc-credit to retDis
           MOVE polNum-in to rf-polNum
           MOVE cc-refTime to rf-time
           READ refundFile
               INVALID KEY
                   PERFORM FIND-REFUND-CHECK
                   IF regFound = "Y"
                       PERFORM BILL-BACK-REFUND
                   ELSE
                       DISPLAY "Cancel refund of " retDis " was "
                           "rejected - nothing to bill back"
                   END-IF
               NOT INVALID KEY
                   DELETE refundFile
                       INVALID KEY
                           DISPLAY "Error, queued refund of " retDis
                               " could not be voided"
                       NOT INVALID KEY
                           DISPLAY "Queued refund of " retDis
                               " voided"
                   END-DELETE
           END-READ.

      **** REFUND-MAINT registers the check on the day it is cut -  ***
      *    a cancel refund for this policy and amount on or after the  *
      *    cancel date is the one that went out                         *
       FIND-REFUND-CHECK.
           MOVE "N" to regFound
           MOVE "N" to regEOF
           OPEN INPUT regFile
           PERFORM UNTIL regEOF = "Y" OR regFound = "Y"
               READ regFile INTO regLine
                   AT END
                       MOVE "Y" to regEOF
                   NOT AT END
                       IF rl-polNum = polNum-in
                           AND rl-source = "CANCEL  "
                           AND rl-amount = cc-credit
                           AND rl-date >= cc-refDate
                           MOVE "Y" to regFound
                       END-IF
               END-READ
           END-PERFORM
           CLOSE regFile.

      **** Billed back on today's period invoice the way            ***
      *    POST-ADJUSTMENT bills an endorsement                         *
       BILL-BACK-REFUND.
           MOVE polNum-in to bl-polNum
           MOVE retToday8(1:6) to bl-period
           READ billFile
               INVALID KEY
                   MOVE polNum-in to bl-polNum
                   MOVE retToday8(1:6) to bl-period
                   MOVE retToday8 to bl-invDate
                   MOVE cc-credit to bl-amount
                   MOVE polAgent-in to bl-agent
                   MOVE "NO" to bl-paid
                   MOVE ZEROES to bl-payDate
                   MOVE ZEROES to bl-payAmt
                   COMPUTE reinDueInt =
                       FUNCTION INTEGER-OF-DATE(retToday8) + 30
                   COMPUTE bl-dueDate =
                       FUNCTION DATE-OF-INTEGER(reinDueInt)
                   MOVE SPACES to bl-notice
                   WRITE billRec
                       INVALID KEY
                           DISPLAY "Error, refund of " retDis
                               " could not be billed back"
                       NOT INVALID KEY
                           DISPLAY "Refund of " retDis " already "
                               "cut - billed back for period "
                               bl-period
                   END-WRITE
               NOT INVALID KEY
                   ADD cc-credit to bl-amount
                   IF bl-payAmt < bl-amount
                       MOVE "NO" to bl-paid
                   END-IF
                   REWRITE billRec
                       INVALID KEY
                           DISPLAY "Error, refund of " retDis
                               " could not be billed back"
                       NOT INVALID KEY
                           DISPLAY "Refund of " retDis " already "
                               "cut - billed back for period "
                               bl-period
                   END-REWRITE
           END-READ.

       WRITE-REC.
      **** Four-eyes control - a high-value add, or one above the   ***
      *    underwriting maximum, waits for the supervisor instead of   *
                               DISPLAY "Error, Record is locked by "
                                   "another session, try again shortly"
                           ELSE
                               PERFORM CHECK-BOOK
                           END-IF
                   END-READ
               END-IF
       AGENT-SEARCH.
           DISPLAY "Enter Agent Code to search for:"
           ACCEPT agentSearch
      **** Another agent's list is refused outright for an agent  ****
      *    operator - a share of one of its policies is still pulled   *
      *    by number                                                    *
           MOVE SPACES to bookPol
           MOVE agentSearch to bookAgent
           CALL "bookchk" USING operUser, bookPol, bookAgent,
               bookScope, bookOK
           IF bookOK NOT = "Y"
               DISPLAY "Error, Agent " agentSearch " is not in your "
                   "book of business"
               MOVE "AGENTSRCH" to denyFunc
               PERFORM LOG-DENIAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES to agentSearchHits
           MOVE "N" to agentSearchEOF
           DISPLAY recordHead
                   INVALID KEY
                       DISPLAY "Error, Record does not exist"
                   NOT INVALID KEY
                       PERFORM CHECK-BOOK
               END-READ
           END-IF.

      **** The policy just read is selected only when it is in the ***
      *    operator's book - any other pull is refused and logged      *
       CHECK-BOOK.
           MOVE polNum-in to bookPol
           MOVE polAgent-in to bookAgent
           CALL "bookchk" USING operUser, bookPol, bookAgent,
               bookScope, bookOK
           IF bookOK = "Y"
               MOVE "Y" to validNum
           ELSE
               DISPLAY "Error, policy " polNum-in " is not in your "
                   "book of business"
               MOVE "POLINQ" to denyFunc
               PERFORM LOG-DENIAL
           END-IF.

      **** Counts the beneficiary records on file for polNum-in -    ****
      *    zero when benefile.dat doesn't exist yet                     *
       CHECK-BENES.
               CLOSE licFile
           END-IF
           CLOSE polFile polReport agentFile billFile pendFile
               refundFile futFile archFile cancCrdFile
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
