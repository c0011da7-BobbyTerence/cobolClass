      *          cancelled for non-payment the same way FINAL-PROJ's
      *          DEL-REC cancels - polField-in to "CN", polCanDate-in
      *          stamped, and a DELETE action with before/after images
      *          on polaudit.txt. The cancel is priced through
      *          retprem; unearned premium already billed credits
      *          the policy's open invoices and unearned premium
      *          already paid is queued on refundq.dat, both kept on
      *          cancrdt.dat for FINAL-PROJ to put back if the policy
      *          is reinstated. Every lienholder or mortgagee on
      *          a cancelled policy gets a notice through intntc. A
      *          register of notices sent and policies cancelled goes
      *          to dunning.rpt for the morning review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           select optional auditFile assign to 'polaudit.txt'
               organization is line sequential.

      **** Refund queue worked by REFUND-MAINT - return premium   ***
      *    collected beyond what was earned lands here                 *
           select refundFile assign to 'refundq.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is rf-key
               FILE STATUS is refundFile-Status.

      **** What a cancel did to billing, kept for FINAL-PROJ's      ***
      *    reinstatement to put back                                    *
           select cancCrdFile assign to 'cancrdt.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cc-key
               FILE STATUS is cancCrd-Status.

      **** Register of tonight's notices and cancellations ****
           select dunReg assign to 'dunning.rpt'
               organization is line sequential.
           fd auditFile.
               01 auditRec pic x(184).

      **** layout must match refundmaint.cbl's refundRec ****
           fd refundFile.
           01 refundRec.
               03 rf-key.
                   05 rf-polNum pic x(6).
                   05 rf-time pic 9(8).
               03 rf-date pic 9(8).
               03 rf-amount pic 9(7)v99.
               03 rf-source pic x(8).
               03 rf-user pic x(8).

      **** layout must match final.cbl's cancCrdRec ****
           fd cancCrdFile.
           01 cancCrdRec.
               03 cc-key.
                   05 cc-polNum pic x(6).
                   05 cc-period pic 9(6).
               03 cc-credit pic 9(7)v99.
               03 cc-oldPaid pic x(2).
               03 cc-refTime pic 9(8).
               03 cc-refDate pic 9(8).

           fd dunReg.
               01 dunRegRec pic x(80).

       01 billFile-Status pic xx.
       01 polFile-Status pic xx.
       01 polName-Status pic xx.
       01 refundFile-Status pic xx.
       01 cancCrd-Status pic xx.
       01 billEOF pic x VALUE "N".

       01 sysdate8 pic 9(8).
       01 firstCount pic 9(5) VALUE ZEROES.
       01 finalCount pic 9(5) VALUE ZEROES.
       01 cancelCount pic 9(5) VALUE ZEROES.
       01 lenderCount pic 9(5) VALUE ZEROES.

      **** Lender notice support - intntc writes a notice to every ***
      *    additional interest on the cancelled policy                 *
       01 ntcFn pic x(1) VALUE "C".
       01 ntcCount pic 9(2).

      **** Return premium support - retprem prices the cancel; the  **
      *    credits run through the same billFile DUN-ALL is browsing,  *
      *    so the invoice being dunned is remembered in dunKey and     *
      *    the browse restarted after it                                *
           COPY "retprem.cpy".
       01 dunKey pic x(12).
       01 retLeft pic 9(7)v99.
       01 retCredit pic 9(7)v99.
       01 retOpen pic s9(7)v99.
       01 retBillEOF pic x VALUE "N".
       01 refundTime pic 9(8).
       01 returnTotal pic 9(7)v99 VALUE ZEROES.
       01 refundTotal pic 9(7)v99 VALUE ZEROES.
       01 totDis pic Z,ZZZ,ZZ9.99.

      **** Only billed premium beyond what was earned is credited,  ***
      *    and only premium collected beyond what was earned is        *
      *    refunded - same rule as FINAL-PROJ's cancel                  *
       01 retBilled pic 9(7)v99.
       01 retCollected pic 9(7)v99.
       01 retEarned pic s9(7)v99.
       01 retWork pic s9(7)v99.
       01 retOldPaid pic x(2).
       01 retCancTotal pic 9(7)v99.

      **** Notice page layout ****
       01 noticeHead.
           OPEN I-O polFile
           OPEN INPUT polName
           OPEN EXTEND auditFile
           OPEN I-O refundFile
      **** First run has no refund queue yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF refundFile-Status = "35"
               OPEN OUTPUT refundFile
               CLOSE refundFile
               OPEN I-O refundFile
           END-IF
           OPEN I-O cancCrdFile
           IF cancCrd-Status = "35"
               OPEN OUTPUT cancCrdFile
               CLOSE cancCrdFile
               OPEN I-O cancCrdFile
           END-IF
           OPEN OUTPUT dunReg
           OPEN OUTPUT noticeRep
           ACCEPT sysdate8 FROM DATE YYYYMMDD.
                   MOVE "CANCELLED 90D " to rg-action
                   PERFORM WRITE-REGISTER
                   ADD 1 to cancelCount
                   CALL "intntc" USING ntcFn, polNum-in, polCanRsn-in,
                       ntcCount
                   IF ntcCount > ZEROES
                       MOVE "LENDER NOTICE " to rg-action
                       PERFORM WRITE-REGISTER
                       ADD ntcCount to lenderCount
                   END-IF
                   PERFORM RETURN-PREMIUM-CALC
           END-REWRITE.

      **** The cancel is priced through retprem - NP books pro-rata **
      *    unless canreason.dat says otherwise. Billed premium beyond  *
      *    what was earned comes off the open invoices, collected      *
      *    premium beyond it goes to the refund queue, then the        *
      *    browse is put back after the invoice being dunned            *
       RETURN-PREMIUM-CALC.
           MOVE polDate-in to RP-POLDATE
           MOVE polTerm-in to RP-TERM
           MOVE polCanDate-in to RP-CANDATE
           MOVE polPrem-in to RP-PREM
           MOVE polCanRsn-in to RP-REASON
           CALL "retprem" USING RETURN-PREMIUM
           IF RP-RETURN = ZEROES
               EXIT PARAGRAPH
           END-IF
           ADD RP-RETURN to returnTotal
           MOVE bl-key to dunKey
           COMPUTE retEarned = polPrem-in - RP-RETURN
           MOVE ZEROES to retBilled retCollected
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
               PERFORM QUEUE-RETURN-PREMIUM
           END-IF

           MOVE dunKey to bl-key
           START billFile KEY IS > bl-key
               INVALID KEY
                   MOVE "Y" to billEOF
           END-START
      **** The register line names the invoice that was dunned ****
           MOVE dunKey to bl-key
           MOVE RP-RETURN to openAmt
           MOVE "RETURN PREMIUM" to rg-action
           PERFORM WRITE-REGISTER.

      **** Each credit is kept on cancrdt.dat for a reinstatement  ***
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
                       "credited to " bl-polNum " period " bl-period
                   ADD retCredit to retLeft
               NOT INVALID KEY
                   ADD retCredit to retCancTotal
                   MOVE polNum-in to cc-polNum
                   MOVE bl-period to cc-period
                   MOVE retCredit to cc-credit
                   MOVE retOldPaid to cc-oldPaid
                   MOVE ZEROES to cc-refTime cc-refDate
                   PERFORM WRITE-CANC-CREDIT
           END-REWRITE.

       QUEUE-RETURN-PREMIUM.
           ACCEPT refundTime FROM TIME
           MOVE polNum-in to rf-polNum
           MOVE refundTime to rf-time
           ACCEPT rf-date FROM DATE
           MOVE retWork to rf-amount
           MOVE "CANCEL  " to rf-source
           MOVE audit-user to rf-user
           WRITE refundRec
               INVALID KEY
                   DISPLAY "Error, refund could not be queued for "
                       polNum-in
               NOT INVALID KEY
                   ADD retWork to refundTotal
                   MOVE polNum-in to cc-polNum
                   MOVE ZEROES to cc-period
                   MOVE retWork to cc-credit
                   MOVE SPACES to cc-oldPaid
                   MOVE refundTime to cc-refTime
                   MOVE sysdate8 to cc-refDate
                   PERFORM WRITE-CANC-CREDIT
           END-WRITE.

       WRITE-CANC-CREDIT.
           WRITE cancCrdRec
               INVALID KEY
                   DISPLAY "Error, cancel credit for " cc-polNum
                       " period " cc-period " could not be kept"
           END-WRITE.

       WRITE-CANCEL-AUDIT.
           ACCEPT audit-date FROM DATE
           ACCEPT audit-time FROM TIME
       CLOSEJOB.
           DISPLAY firstCount " first notice(s), " finalCount
               " final notice(s), " cancelCount " polic(y/ies) "
               "cancelled for non-payment, " lenderCount
               " lender notice(s) to lendntc.prt - register in "
               "dunning.rpt"
           MOVE returnTotal to totDis
           DISPLAY "Return premium on cancels " totDis
           MOVE refundTotal to totDis
           DISPLAY "  of which queued for refund " totDis
           CLOSE billFile polFile polName auditFile refundFile dunReg
               noticeRep cancCrdFile
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
