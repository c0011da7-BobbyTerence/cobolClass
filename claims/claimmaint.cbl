      *          replace cl-reserve only through transactions recorded
      *          on claimtrn.txt with the date, amounts and signed-on
      *          operator - the same trail pattern polaudit.txt uses -
      *          and each run prints a claim payment register. A claim
      *          names the coverage it is paid under on coverage.dat;
      *          payments come off that coverage's deductible first and
      *          are refused past its limit. An AUTO or HOME claim must
      *          name the vehicle or location (ITEM-MAINT's items.dat)
      *          that was on the schedule on the loss date. A new
      *          claim queues an acknowledgment letter and a close
      *          queues a closing letter on clmltrq.dat for the
      *          nightly CLAIM-LETTER step. A claim may be tagged with
      *          the catastrophe event (CAT-MAINT's catevent.dat) it
      *          belongs to - an open event whose dates and states take
      *          in the loss date and the insured's state is offered.
      *          Opening, closing and reopening a claim are dated on
      *          claimtrn.txt too, for ADJ-WORKLOAD's cycle times
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               record key is aj-code
               FILE STATUS is adjFile-Status.

      **** Coverage detail kept through FINAL-PROJ's COVER option - ***
      *    the deductible and limit for the coverage a claim names;    *
      *    skipped when the file isn't on disk yet                      *
           select covFile assign to 'coverage.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cv-key
               FILE STATUS is covFile-Status.

      **** Scheduled items kept by ITEM-MAINT - an AUTO or HOME     ****
      *    claim names the vehicle or location involved; the check is  *
      *    skipped when the file isn't on disk yet                      *
           select itemFile assign to 'items.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is it-key
               FILE STATUS is itemFile-Status.

      **** Claim transaction trail - one line per payment or reserve *
      *    change, kept on EXTEND so the trail survives across         *
      *    sessions, the same convention as polaudit.txt                *
           select optional trnFile assign to 'claimtrn.txt'
               organization is line sequential.

      **** Letters to the insured waiting for CLAIM-LETTER - one    ****
      *    per claim, kind and day, marked printed once they go out    *
           select ltrQueue assign to 'clmltrq.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is lq-key
               FILE STATUS is ltrQueue-Status.

      **** Catastrophe events kept by CAT-MAINT - a claim may be    ****
      *    tagged with one; the tag is not offered when the file isn't *
      *    on disk yet                                                  *
           select catFile assign to 'catevent.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ev-code
               FILE STATUS is catFile-Status.

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

           select claimRep assign to printer.

       DATA DIVISION.
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

      **** layout must match final.cbl's polFileRec byte for byte ****
           fd polFile.
               03 aj-name pic x(20).
               03 aj-active pic x(2).

      **** layout must match covmaint.cbl's covRec ****
           fd covFile.
           01 covRec.
               03 cv-key.
                   05 cv-polNum pic x(6).
                   05 cv-code pic x(3).
               03 cv-limit pic 9(8).
               03 cv-deduct pic 9(6).
               03 cv-prem pic 9(6)v99.

      **** layout must match itemmaint.cbl's itemRec ****
           fd itemFile.
           01 itemRec.
               03 it-key.
                   05 it-polNum pic x(6).
                   05 it-seq pic 9(2).
               03 it-kind pic x(1).
               03 it-detail pic x(60).
               03 it-vehicle REDEFINES it-detail.
                   05 it-vin pic x(17).
                   05 it-year pic 9(4).
                   05 it-make pic x(12).
                   05 it-model pic x(12).
                   05      pic x(15).
               03 it-location REDEFINES it-detail.
                   05 it-addy pic x(30).
                   05 it-city pic x(15).
                   05 it-state pic x(2).
                   05 it-zip pic x(9).
                   05      pic x(4).
               03 it-addDate pic 9(8).
               03 it-remDate pic 9(8).

           fd trnFile.
               01 trnRec pic x(80).

      **** layout must match clmletter.cbl's ltrQueueRec ****
           fd ltrQueue.
           01 ltrQueueRec.
               03 lq-key.
                   05 lq-claimNum pic x(6).
      **** A - acknowledgment of a new claim, C - claim closed ****
                   05 lq-kind pic x(1).
                   05 lq-reqDate pic 9(8).
               03 lq-user pic x(8).
      **** Q - queued, P - printed ****
               03 lq-status pic x(1).
               03 lq-printDate pic 9(8).

      **** layout must match catmaint.cbl's catRec ****
           fd catFile.
           01 catRec.
               03 ev-code pic x(6).
               03 ev-desc pic x(30).
               03 ev-startDate pic 9(8).
               03 ev-endDate pic 9(8).
               03 ev-states.
                   05 ev-state pic x(2) OCCURS 10 TIMES.
               03 ev-status pic x(2).

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

           fd claimRep.
               01 printRep pic x(132).

           03      pic x(2).
           03 pic x(11) VALUE "Recovery(8)".
           03      pic x(2).
           03 pic x(11) VALUE "Coverage(C)".
           03      pic x(2).
           03 pic x(8) VALUE "Event(E)".
           03      pic x(2).
           03 pic x(7) VALUE "Quit(9)".

      **** editClaim will always be used to accept user input ****
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "CLAIM-MAINT".
       01 denyFunc pic x(12).
       01 updateChoice pic x.

      **** Memo diary support - notemaint keeps the claim's notes ****
       01 noteFn pic x(1).
       01 noteType pic x(2).

       01 claimFile-Status pic xx.
       01 polFile-Status pic xx.

      **** Insured letter support - ltrKind is the letter to queue ***
      *    and priorStatus the status the claim had when read          *
       01 ltrQueue-Status pic xx.
       01 ltrKind pic x(1).
       01 priorStatus pic x(2).

      **** Cancelled-policy and coverage validation support ****
       01 polIsCN pic x VALUE "N".
       01 canChk pic 9(8) VALUE ZEROES.
       01 adjAvail pic x VALUE "N".
       01 validAdj pic x VALUE "N".

      **** Coverage deductible and limit support - covAvail is "N"  ****
      *    when coverage.dat isn't on disk yet; covLineOK is "Y" while *
      *    covRec holds the line the claim is paid under. A payment is *
      *    keyed gross as grossPay and posts net of the deductible     *
      *    still to be taken (dedNow)                                   *
       01 covFile-Status pic xx.
       01 covAvail pic x VALUE "N".
       01 covLineOK pic x VALUE "N".
       01 covEOF pic x VALUE "N".
       01 polCovCount pic 9(3).
       01 covCode-ed pic x(3).
       01 grossPay pic 9(8)v99.
       01 paidSoFar pic 9(8)v99.
       01 dedSoFar pic 9(6)v99.
       01 dedLeft pic s9(6)v99.
       01 dedNow pic 9(6)v99.
       01 limitOK pic x VALUE "Y".

      **** Shared coverage-code table - descriptions for the prompt
           COPY "covcode.cpy".

      **** Scheduled item support - itemAvail is "N" when items.dat ***
      *    isn't on disk yet; an item counts as scheduled on the loss  *
      *    date from its date added through its date removed           *
       01 itemFile-Status pic xx.
       01 itemAvail pic x VALUE "N".
       01 itemEOF pic x VALUE "N".
       01 validItem pic x VALUE "N".
       01 itemOnDate pic x VALUE "N".
       01 itemsOnDate pic 9(3).
       01 item-ed pic 9(2).
       01 itemAddChk pic 9(8).
       01 itemRemChk pic 9(8).
       01 itemDesc pic x(45).

      **** Claim transaction trail - one line per payment (PAY),   ****
      *    reserve change (RSV), salvage (SAL) or subrogation (SUB)   *
      *    recovery or deductible taken (DED) with the signed-on       *
      *    operator                                                     *
       01 audit-user pic x(8) VALUE SPACES.
       01 trnType pic x(3).
       01 trnOld pic 9(8)v99.
       01 termDateChk pic 9(8).
       01 polTermNum pic 9(8).

      **** Catastrophe event support - catAvail is "N" when         ****
      *    catevent.dat isn't on disk yet. insState is the insured's   *
      *    state - the HOME location's, else the mailing address on    *
      *    polnamei.dat - and evMatch counts the open events taking in *
      *    the loss, evSuggest holding the first of them               *
       01 catFile-Status pic xx.
       01 catAvail pic x VALUE "N".
       01 catEOF pic x VALUE "N".
       01 polName-Status pic xx.
       01 nameAvail pic x VALUE "N".
       01 event-ed pic x(6).
       01 insState pic x(2).
       01 evMatch pic 9(3).
       01 evSuggest pic x(6).
       01 evStartChk pic 9(8).
       01 evEndChk pic 9(8).
       01 evStateOK pic x.
       01 ev-idx pic 9(2).
       01 evAnswer pic x.

      **** dateval call interface ****
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ADD, UPDATE, DELETE, NOTES "
                   "or QUIT"
               ACCEPT option
               IF option = "ADD" THEN
                   IF operLevel < 2
                   ELSE
                       PERFORM DEL-REC
                   END-IF
      **** Adjuster's memo diary - any signed-on operator ****
               ELSE IF option = "NOTES" THEN
                   PERFORM NOTES-REC
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
                   "codes accepted unchecked this session - build it "
                   "through ADJ-MAINT"
           END-IF
           OPEN INPUT itemFile
           IF itemFile-Status = "00"
               MOVE "Y" to itemAvail
           ELSE
               DISPLAY "WARNING - items.dat not on file, AUTO and HOME "
                   "claims taken without a scheduled item this "
                   "session - build it through ITEM-MAINT"
           END-IF
           OPEN INPUT covFile
           IF covFile-Status = "00"
               MOVE "Y" to covAvail
           ELSE
               DISPLAY "WARNING - coverage.dat not on file, payments "
                   "post without deductibles or coverage limits this "
                   "session - build it through FINAL-PROJ's COVER "
                   "option"
           END-IF
           OPEN INPUT catFile
           IF catFile-Status = "00"
               MOVE "Y" to catAvail
           END-IF
           OPEN INPUT polName
           IF polName-Status = "00"
               MOVE "Y" to nameAvail
           END-IF
           OPEN I-O ltrQueue
      **** First session has no clmltrq.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF ltrQueue-Status = "35"
               OPEN OUTPUT ltrQueue
               CLOSE ltrQueue
               OPEN I-O ltrQueue
           END-IF
           OPEN EXTEND trnFile
      **** The transaction trail carries the signed-on operator ****
           MOVE operUser to audit-user
           DISPLAY "Loss Date (MMDDYYYY):"
           PERFORM Loss-Change

      **** No claim on an AUTO or HOME policy without the vehicle or ***
      *    location that was scheduled on the loss date                *
           PERFORM Item-Change
           IF validItem NOT = "Y"
               DISPLAY "Claim not added - schedule the item through "
                   "ITEM-MAINT first"
               MOVE "N" to validClaimNum
               MOVE "N" to validPol
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Loss Type:"
           PERFORM Type-Change

      **** Item-Change left the scheduled item, if any, in itemRec ***
           IF item-ed = ZEROES
               MOVE SPACES to it-kind
           END-IF
           PERFORM Event-Change

           PERFORM Coverage-Change

           DISPLAY "Reserve Amount:"
           PERFORM Reserve-Change

           DISPLAY "Paid Amount before deductible (0 if none):"
           ACCEPT cl-paid-ed

      **** Reserve plus paid beyond the coverage amount needs an    ****
      *    override, and a payment past the coverage limit is refused *
      *    - either way the amounts are re-keyed                        *
           MOVE cl-claimNum-ed to cl-claimNum
           PERFORM CHECK-ENTRY-AMOUNTS
           PERFORM UNTIL overrideOK = "Y"
               DISPLAY "Reserve Amount:"
               PERFORM Reserve-Change
               DISPLAY "Paid Amount before deductible (0 if none):"
               ACCEPT cl-paid-ed
               PERFORM CHECK-ENTRY-AMOUNTS
           END-PERFORM
      **** The claim opens with the paid bucket net of deductible ****
           MOVE payAmt-ed to cl-paid-ed

           DISPLAY "Assigned Adjuster:"
           PERFORM Adjuster-Change
      *    the space padding a plain WRITE FROM would leave            *
           MOVE editClaim to claimRec
           MOVE ZEROES to cl-recovered
           MOVE covCode-ed to cl-coverage
           MOVE dedNow to cl-dedApplied
           MOVE item-ed to cl-itemSeq
           MOVE event-ed to cl-eventCode
           WRITE claimRec

      **** The opening reserve and any paid-at-entry amount are     ****
      *    transactions on the trail like every later change           *
           MOVE cl-claimNum-ed to cl-claimNum
           MOVE "OPN" to trnType
           PERFORM WRITE-STATUS-TRN
           IF dedNow > ZEROES
               MOVE "DED" to trnType
               MOVE ZEROES to trnOld
               MOVE dedNow to trnNew
               PERFORM WRITE-CLAIM-TRN
           END-IF
           IF cl-reserve-ed > ZEROES
               MOVE "RSV" to trnType
               MOVE ZEROES to trnOld
               MOVE cl-paid-ed to payAmt-ed
               PERFORM PRINT-PAY-REGISTER
           END-IF
           MOVE "A" to ltrKind
           PERFORM QUEUE-LETTER
           PERFORM ADD-PRINT

      **** Move an N to all validation values to add another record ****
           DISPLAY "What Claim would you like to update"
           PERFORM GET-REC
           MOVE claimRec to editClaim
           MOVE cl-status to priorStatus
           MOVE "N" to EOUpd
           PERFORM UNTIL EOUpd = "Y"
               DISPLAY "What field would you like to Update"
                   PERFORM READ-POLICY
                   IF validPol = "Y"
                       PERFORM Loss-Change
      **** The named item must have been scheduled on the new date ****
                       PERFORM Item-Change
                       IF validItem = "Y"
                           MOVE cl-lossDate-ed to cl-lossDate
                           MOVE item-ed to cl-itemSeq
                       ELSE
                           DISPLAY "Loss date unchanged"
                       END-IF
                       MOVE "N" to validPol
                   ELSE
                       DISPLAY "Error, policy no longer valid - loss "
                   END-IF
                   MOVE "N" to validPol
               ELSE IF updateChoice = "4" THEN
                   PERFORM POST-PAYMENT
               ELSE IF updateChoice = "5" THEN
                   DISPLAY "Enter Adjuster Change:"
                   PERFORM Adjuster-Change
                   MOVE cl-diaryDate-ed to cl-diaryDate
               ELSE IF updateChoice = "8" THEN
                   PERFORM ENTER-RECOVERY
               ELSE IF updateChoice = "C" THEN
                   DISPLAY "Enter Coverage Change:"
                   MOVE cl-polNum to cl-polNum-ed
                   PERFORM READ-POLICY
                   PERFORM Coverage-Change
                   MOVE covCode-ed to cl-coverage
                   MOVE "N" to validPol
               ELSE IF updateChoice = "E" THEN
                   PERFORM UPDATE-EVENT
               ELSE IF updateChoice = "9" THEN
                   MOVE "Y" to EOUpd
               END-IF
               NOT INVALID KEY
                   MOVE "TRUE" to successUp
                   DISPLAY "Update Successful"
      **** The insured hears when the claim closes ****
                   IF cl-status = "CL" AND priorStatus NOT = "CL"
                       MOVE "C" to ltrKind
                       PERFORM QUEUE-LETTER
                       MOVE "CLS" to trnType
                       PERFORM WRITE-STATUS-TRN
                   END-IF
                   IF cl-status NOT = "CL" AND priorStatus = "CL"
                       MOVE "ROP" to trnType
                       PERFORM WRITE-STATUS-TRN
                   END-IF
           END-REWRITE
           PERFORM UP-PRINT.

      **** Queues letter ltrKind for cl-claimNum. A claim closed,   ***
      *    reopened and closed again the same day has its one letter   *
      *    put back in the queue rather than a second one written      *
       QUEUE-LETTER.
           MOVE cl-claimNum to lq-claimNum
           MOVE ltrKind to lq-kind
           ACCEPT lq-reqDate FROM DATE YYYYMMDD
           MOVE audit-user to lq-user
           MOVE "Q" to lq-status
           MOVE ZEROES to lq-printDate
           WRITE ltrQueueRec
               INVALID KEY
                   READ ltrQueue
                       INVALID KEY
                           DISPLAY "Error, letter could not be queued"
                       NOT INVALID KEY
                           MOVE audit-user to lq-user
                           MOVE "Q" to lq-status
                           MOVE ZEROES to lq-printDate
                           REWRITE ltrQueueRec
                   END-READ
           END-WRITE.

       DEL-REC.
           DISPLAY "What Claim would you like to delete"
           PERFORM GET-REC
               PERFORM DEL-PRINT
           END-IF.

      **** Notes on one claim are kept by notemaint on notes.dat ****
       NOTES-REC.
           DISPLAY "What Claim's notes would you like to see"
           PERFORM GET-REC
           MOVE "M" to noteFn
           MOVE "CL" to noteType
           CALL "notemaint" USING operUser, noteFn, noteType,
               cl-claimNum.

       GET-REC.
           PERFORM UNTIL validNum = "Y"
               DISPLAY "Enter Claim Number:"
               END-IF
           END-IF.

      **** A payment is keyed gross - the deductible still owed on  ****
      *    the claim's coverage comes off first, the net must stay     *
      *    inside the coverage limit, then it adds to the paid bucket  *
      *    through the trail                                            *
       POST-PAYMENT.
           DISPLAY "Enter Payment Amount before deductible (adds to "
               "paid):"
           MOVE cl-polNum to cl-polNum-ed
           PERFORM READ-POLICY
           ACCEPT grossPay
           PERFORM READ-CLAIM-COVERAGE
           MOVE cl-paid to paidSoFar
           MOVE cl-dedApplied to dedSoFar
           PERFORM APPLY-DEDUCTIBLE
           IF limitOK NOT = "Y"
               DISPLAY "Payment not applied"
               MOVE "N" to validPol
               EXIT PARAGRAPH
           END-IF
           COMPUTE expWork = cl-reserve + cl-paid + payAmt-ed
           PERFORM CHECK-COVERAGE
           IF overrideOK = "Y"
               IF dedNow > ZEROES
                   MOVE cl-dedApplied to trnOld
                   ADD dedNow to cl-dedApplied
                   MOVE cl-dedApplied to trnNew
                   MOVE "DED" to trnType
                   PERFORM WRITE-CLAIM-TRN
               END-IF
      **** A payment adds to the paid bucket through the trail -   ****
      *    the bucket is never keyed over directly any more            *
               IF payAmt-ed > ZEROES
                   MOVE cl-paid to trnOld
                   ADD payAmt-ed to cl-paid
                   MOVE cl-paid to trnNew
                   MOVE "PAY" to trnType
                   PERFORM WRITE-CLAIM-TRN
                   PERFORM PRINT-PAY-REGISTER
               ELSE
                   DISPLAY "Payment fully absorbed by the deductible"
               END-IF
           ELSE
               DISPLAY "Payment not applied"
           END-IF
           MOVE "N" to validPol.

      **** The amounts keyed on a new claim - the paid-at-entry     ****
      *    amount is gross, so the deductible and limit apply to it    *
      *    the same as to a later payment                               *
       CHECK-ENTRY-AMOUNTS.
           MOVE cl-paid-ed to grossPay
           MOVE ZEROES to paidSoFar
           MOVE ZEROES to dedSoFar
           PERFORM APPLY-DEDUCTIBLE
           IF limitOK NOT = "Y"
               MOVE "N" to overrideOK
               EXIT PARAGRAPH
           END-IF
           COMPUTE expWork = cl-reserve-ed + payAmt-ed
           PERFORM CHECK-COVERAGE.

      **** Works grossPay down to the net payAmt-ed - dedNow is the ***
      *    part of the coverage deductible not yet taken (dedSoFar)    *
      *    that this payment absorbs. limitOK goes "N" when the net    *
      *    on top of paidSoFar would pass the coverage limit. A claim  *
      *    with no coverage line pays gross                             *
       APPLY-DEDUCTIBLE.
           MOVE ZEROES to dedNow
           MOVE grossPay to payAmt-ed
           MOVE "Y" to limitOK
           IF covLineOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE dedLeft = cv-deduct - dedSoFar
           IF dedLeft > ZEROES
               IF dedLeft > grossPay
                   MOVE grossPay to dedNow
               ELSE
                   MOVE dedLeft to dedNow
               END-IF
           END-IF
           COMPUTE payAmt-ed = grossPay - dedNow
           IF dedNow > ZEROES
               DISPLAY "Deductible of " dedNow " taken - net payment "
                   payAmt-ed
           END-IF
           IF paidSoFar + payAmt-ed > cv-limit
               DISPLAY "Error, payment refused - paid would pass the "
                   cv-code " coverage limit of " cv-limit
               MOVE "N" to limitOK
           END-IF.

      **** Names the coverage the claim is paid under - it must be  ***
      *    a line on coverage.dat for the claim's policy. A policy     *
      *    with no coverage detail yet, or no coverage.dat at all,     *
      *    leaves it blank and pays without a deductible or limit      *
       Coverage-Change.
           MOVE "N" to covLineOK
           MOVE SPACES to covCode-ed
           IF covAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-POLICY-COVERAGE
           IF polCovCount = ZEROES
               DISPLAY "Note, no coverage detail on file for this "
                   "policy - payments post without a deductible or "
                   "coverage limit"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Coverage Code:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT covCode-ed
               MOVE cl-polNum-ed to cv-polNum
               MOVE covCode-ed to cv-code
               READ covFile
                   INVALID KEY
                       DISPLAY "Error, coverage is not on this policy"
                   NOT INVALID KEY
                       MOVE "Y" to covLineOK
                       MOVE "Y" to notNull
               END-READ
           END-PERFORM
           MOVE "N" to notNull.

      **** Lists the coverage lines on file for cl-polNum-ed ****
       SHOW-POLICY-COVERAGE.
           MOVE ZEROES to polCovCount
           MOVE "N" to covEOF
           MOVE cl-polNum-ed to cv-polNum
           MOVE LOW-VALUES to cv-code
           START covFile KEY IS >= cv-key
               INVALID KEY
                   MOVE "Y" to covEOF
           END-START
           PERFORM UNTIL covEOF = "Y"
               READ covFile NEXT RECORD
                   AT END
                       MOVE "Y" to covEOF
                   NOT AT END
                       IF cv-polNum NOT = cl-polNum-ed
                           MOVE "Y" to covEOF
                       ELSE
                           ADD 1 to polCovCount
                           PERFORM SHOW-COVERAGE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-COVERAGE-LINE.
           MOVE "N" to CC-FOUND
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-TABLE-SIZE OR CC-FOUND = "Y"
               IF CC-TYPE(CC-IDX) = poltype-in
                   AND CC-CODE(CC-IDX) = cv-code
                   MOVE "Y" to CC-FOUND
                   DISPLAY "  " cv-code " " CC-DESC(CC-IDX)
                       " limit " cv-limit " deductible " cv-deduct
               END-IF
           END-PERFORM
           IF CC-FOUND NOT = "Y"
               DISPLAY "  " cv-code " limit " cv-limit
                   " deductible " cv-deduct
           END-IF.

      **** Names the vehicle (AUTO) or location (HOME) involved - it ***
      *    must have been on the schedule on lossDateChk, the loss     *
      *    date Loss-Change just validated. validItem comes back "N"   *
      *    when the policy had nothing scheduled that day; other types *
      *    and a missing items.dat pass with no item named              *
       Item-Change.
           MOVE "Y" to validItem
           MOVE ZEROES to item-ed
           IF itemAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF poltype-in NOT = "111" AND poltype-in NOT = "222"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-DATE-ITEMS
           IF itemsOnDate = ZEROES
               DISPLAY "Error, no vehicle or location was scheduled "
                   "on this policy on the loss date"
               MOVE "N" to validItem
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item Sequence involved in the loss:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT item-ed
               MOVE cl-polNum-ed to it-polNum
               MOVE item-ed to it-seq
               READ itemFile
                   INVALID KEY
                       DISPLAY "Error, item does not exist"
                   NOT INVALID KEY
                       PERFORM CHECK-ITEM-DATE
                       IF itemOnDate = "Y"
                           MOVE "Y" to notNull
                       ELSE
                           DISPLAY "Error, item was not scheduled on "
                               "the loss date"
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" to notNull.

      **** Lists the items on cl-polNum-ed scheduled on the loss   ****
      *    date, counting them in itemsOnDate                          *
       SHOW-DATE-ITEMS.
           MOVE ZEROES to itemsOnDate
           MOVE "N" to itemEOF
           MOVE cl-polNum-ed to it-polNum
           MOVE ZEROES to it-seq
           START itemFile KEY IS >= it-key
               INVALID KEY
                   MOVE "Y" to itemEOF
           END-START
           PERFORM UNTIL itemEOF = "Y"
               READ itemFile NEXT RECORD
                   AT END
                       MOVE "Y" to itemEOF
                   NOT AT END
                       IF it-polNum NOT = cl-polNum-ed
                           MOVE "Y" to itemEOF
                       ELSE
                           PERFORM CHECK-ITEM-DATE
                           IF itemOnDate = "Y"
                               PERFORM SHOW-DATE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-DATE-ITEM.
           MOVE SPACES to itemDesc
           IF it-kind = "V"
               STRING it-year " " it-make " " it-model " " it-vin
                   DELIMITED BY "  " INTO itemDesc
           ELSE
               STRING it-addy DELIMITED BY "  "
                   ", " it-city DELIMITED BY "  "
                   " " it-state DELIMITED BY SIZE INTO itemDesc
           END-IF
           DISPLAY "  " it-seq "  " itemDesc
           ADD 1 to itemsOnDate.

      **** itemOnDate is "Y" when the item in itemRec was on the    ****
      *    schedule on lossDateChk - added on or before it and not     *
      *    removed before it                                            *
       CHECK-ITEM-DATE.
           MOVE "N" to itemOnDate
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, it-addDate, itemAddChk,
               dateValFlag
           IF dateValFlag NOT = "Y" OR itemAddChk > lossDateChk
               EXIT PARAGRAPH
           END-IF
           IF it-remDate NOT = ZEROES
               CALL "dateval" USING dateValFn, it-remDate, itemRemChk,
                   dateValFlag
               IF dateValFlag = "Y" AND itemRemChk < lossDateChk
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" to itemOnDate.

      **** Re-reads the coverage line a claim already names, ahead  ***
      *    of a payment                                                 *
       READ-CLAIM-COVERAGE.
           MOVE "N" to covLineOK
           IF covAvail = "Y" AND cl-coverage NOT = SPACES
               MOVE cl-polNum to cv-polNum
               MOVE cl-coverage to cv-code
               READ covFile
                   INVALID KEY
                       DISPLAY "WARNING - coverage " cl-coverage
                           " is no longer on the policy - no "
                           "deductible or limit applied"
                   NOT INVALID KEY
                       MOVE "Y" to covLineOK
               END-READ
           END-IF.

      **** Re-tags a claim already on file - the item it names is  ****
      *    re-read for the insured location's state                     *
       UPDATE-EVENT.
           IF catAvail NOT = "Y"
               DISPLAY "Error, catevent.dat not on file - build it "
                   "through CAT-MAINT"
               EXIT PARAGRAPH
           END-IF
           IF cl-eventCode NOT = SPACES
               DISPLAY "Claim is tagged to event " cl-eventCode
           END-IF
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, cl-lossDate, lossDateChk,
               dateValFlag
           MOVE cl-polNum to cl-polNum-ed
           MOVE SPACES to it-kind
           IF itemAvail = "Y" AND cl-itemSeq > ZEROES
               MOVE cl-polNum to it-polNum
               MOVE cl-itemSeq to it-seq
               READ itemFile
                   INVALID KEY
                       MOVE SPACES to it-kind
               END-READ
           END-IF
           PERFORM Event-Change
           MOVE event-ed to cl-eventCode.

      **** Offers the open event the loss falls inside, or takes   ****
      *    an event code keyed by the operator - blank for none.       *
      *    Expects lossDateChk, cl-polNum-ed and the claim's scheduled *
      *    item in itemRec (it-kind spaces when there is none)         *
       Event-Change.
           MOVE SPACES to event-ed
           IF catAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INSURED-STATE
           PERFORM SUGGEST-EVENTS
           IF evMatch = 1
               MOVE SPACE to evAnswer
               PERFORM UNTIL evAnswer = "Y" OR evAnswer = "N"
                   DISPLAY "Tag this claim to event " evSuggest
                       " (Y/N):"
                   ACCEPT evAnswer
                   IF evAnswer NOT = "Y" AND evAnswer NOT = "N"
                       DISPLAY "Error, please enter Y or N"
                   END-IF
               END-PERFORM
               IF evAnswer = "Y"
                   MOVE evSuggest to event-ed
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Catastrophe Event Code (blank if none):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT event-ed
               IF event-ed = SPACES
                   MOVE "Y" to notNull
               ELSE
                   MOVE event-ed to ev-code
                   READ catFile
                       INVALID KEY
                           DISPLAY "Error, event is not on catevent.dat"
                       NOT INVALID KEY
                           MOVE "Y" to notNull
                   END-READ
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

      **** A HOME claim's scheduled location carries the state the ***
      *    loss happened in; otherwise the insured's mailing address   *
       FIND-INSURED-STATE.
           MOVE SPACES to insState
           IF it-kind = "L"
               MOVE it-state to insState
               EXIT PARAGRAPH
           END-IF
           IF nameAvail = "Y"
               MOVE cl-polNum-ed to nm-polNum
               READ polName
                   INVALID KEY
                       MOVE SPACES to insState
                   NOT INVALID KEY
                       MOVE nm-state to insState
               END-READ
           END-IF.

      **** Lists every open event whose date range takes in the    ****
      *    loss date and whose states include insState                  *
       SUGGEST-EVENTS.
           MOVE ZEROES to evMatch
           MOVE SPACES to evSuggest
           MOVE "N" to catEOF
           MOVE LOW-VALUES to ev-code
           START catFile KEY IS >= ev-code
               INVALID KEY
                   MOVE "Y" to catEOF
           END-START
           PERFORM UNTIL catEOF = "Y"
               READ catFile NEXT RECORD
                   AT END
                       MOVE "Y" to catEOF
                   NOT AT END
                       IF ev-status = "OP"
                           PERFORM CHECK-EVENT-MATCH
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-EVENT-MATCH.
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, ev-startDate, evStartChk,
               dateValFlag
           IF dateValFlag NOT = "Y" OR lossDateChk < evStartChk
               EXIT PARAGRAPH
           END-IF
      **** No end date - the event is still under way ****
           IF ev-endDate NOT = ZEROES
               CALL "dateval" USING dateValFn, ev-endDate, evEndChk,
                   dateValFlag
               IF dateValFlag = "Y" AND lossDateChk > evEndChk
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" to evStateOK
           PERFORM VARYING ev-idx FROM 1 BY 1
                   UNTIL ev-idx > 10 OR evStateOK = "Y"
               IF ev-state(ev-idx) NOT = SPACES
                   AND ev-state(ev-idx) = insState
                   MOVE "Y" to evStateOK
               END-IF
           END-PERFORM
           IF evStateOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to evMatch
           IF evMatch = 1
               MOVE ev-code to evSuggest
               DISPLAY "Loss falls inside open catastrophe event(s):"
           END-IF
           DISPLAY "  " ev-code "  " ev-desc.

      **** A recovery - salvage or subro money coming back - adds   ****
      *    to cl-recovered through the trail and goes on the           *
      *    recoveries register                                          *
           MOVE trnNew to ct-new
           WRITE trnRec FROM trnLine.

      **** Opening (OPN), closing (CLS) and reopening (ROP) go on   ****
      *    the trail as well, dated like the money - OLD= carries the  *
      *    reserve and NEW= the paid to date at that moment, so a      *
      *    close records the claim's final paid                        *
       WRITE-STATUS-TRN.
           MOVE cl-reserve to trnOld
           MOVE cl-paid to trnNew
           PERFORM WRITE-CLAIM-TRN.

      **** One register line per payment posted this run - the      ****
      *    heading prints ahead of the first                            *
       PRINT-PAY-REGISTER.
           IF adjAvail = "Y"
               CLOSE adjFile
           END-IF
           IF covAvail = "Y"
               CLOSE covFile
           END-IF
           IF itemAvail = "Y"
               CLOSE itemFile
           END-IF
           IF catAvail = "Y"
               CLOSE catFile
           END-IF
           IF nameAvail = "Y"
               CLOSE polName
           END-IF
           CLOSE claimFile polFile trnFile claimRep ltrQueue
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
