      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Nightly claim red-flag screen for special
      *          investigations. Every open or reopened claim on
      *          claims.dat is scored one point per red flag:
      *            NEWPOL loss within N days after polDate-in
      *            CANREI loss within N days before or after a
      *                   cancellation (DELETE) or reinstatement
      *                   (REINST) of the policy on polaudit.txt
      *            MULTI  the customer (custxref.dat) has several
      *                   claims across more than one policy
      *            DUPLOS another claim on the same policy or customer
      *                   has the same loss date and loss type (claims
      *                   tagged to the same catastrophe event excepted)
      *            LATE   reported (acknowledgment queued on
      *                   clmltrq.dat) long after cl-lossDate
      *          A claim scoring at or above the referral score goes on
      *          siuref.dat and the referral report with its reasons.
      *          A claim already on siuref.dat is never referred again
      *          - SIU-MAINT records the reviewer's disposition, and
      *          referrals still awaiting one are listed every night.
      *          The day counts, the claim count and the referral
      *          score default as below and may be set on siuparm.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIU-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

           select polFile assign to 'polfile.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

      **** The audit trail - the record layout must match final.cbl's *
      *    auditLine field for field                                    *
           select optional auditFile assign to 'polaudit.txt'
               organization is line sequential
               file status is auditFile-Status.

      **** layout must match custbuild.cbl's custXrefRec ****
           select custXref assign to 'custxref.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is xr-polNum
               FILE STATUS is custXref-Status.

      **** layout must match clmletter.cbl's ltrQueueRec ****
           select ltrQueue assign to 'clmltrq.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is lq-key
               FILE STATUS is ltrQueue-Status.

      **** Referrals and their dispositions - one per claim ever   ****
      *    referred                                                     *
           select refFile assign to 'siuref.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is sr-claimNum
               FILE STATUS is refFile-Status.

      **** Optional screen settings ****
           select parmFile assign to 'siuparm.dat'
               organization is line sequential
               file status is parmFile-Status.

           select siuRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
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

      **** layout must match final.cbl's polFileRec byte for byte ****
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

           fd auditFile.
           01 auditRec.
               03 au-date pic 9(8).
               03      pic x.
               03 au-time pic 9(8).
               03      pic x.
               03 au-user pic x(8).
               03      pic x.
               03 au-action pic x(6).
               03      pic x.
               03      pic x(7).
               03 au-bPolNum pic x(6).
               03      pic x.
               03 au-bDate pic x(8).
               03      pic x.
               03 au-bAmt pic x(8).
               03      pic x.
               03 au-bPrem pic x(8).
               03      pic x.
               03 au-bAgent pic x(5).
               03      pic x.
               03 au-bTerm pic x(8).
               03      pic x.
               03 au-bType pic x(3).
               03      pic x.
               03 au-bField pic x(2).
               03      pic x.
               03 au-bCanDate pic x(8).
               03      pic x.
               03      pic x(6).
               03 au-aPolNum pic x(6).
               03      pic x.
               03 au-aDate pic x(8).
               03      pic x.
               03 au-aAmt pic x(8).
               03      pic x.
               03 au-aPrem pic x(8).
               03      pic x.
               03 au-aAgent pic x(5).
               03      pic x.
               03 au-aTerm pic x(8).
               03      pic x.
               03 au-aType pic x(3).
               03      pic x.
               03 au-aField pic x(2).
               03      pic x.
               03 au-aCanDate pic x(8).

           fd custXref.
           01 custXrefRec.
               03 xr-polNum pic x(6).
               03 xr-custNum pic x(6).

           fd ltrQueue.
           01 ltrQueueRec.
               03 lq-key.
                   05 lq-claimNum pic x(6).
                   05 lq-kind pic x(1).
                   05 lq-reqDate pic 9(8).
               03 lq-user pic x(8).
               03 lq-status pic x(1).
               03 lq-printDate pic 9(8).

      **** sr-flags holds one byte per red flag in the order the   ****
      *    header lists them, "Y" when it was raised. sr-disp is      *
      *    blank until SIU-MAINT records CL (cleared), IN (under      *
      *    investigation) or FR (fraud confirmed)                      *
           fd refFile.
           01 refRec.
               03 sr-claimNum pic x(6).
               03 sr-polNum pic x(6).
               03 sr-referDate pic 9(8).
               03 sr-score pic 9(2).
               03 sr-flags.
                   05 sr-flag pic x(1) OCCURS 5 TIMES.
               03 sr-disp pic x(2).
               03 sr-dispDate pic 9(8).
               03 sr-dispUser pic x(8).
               03 sr-note pic x(40).

           fd parmFile.
           01 parmRec.
               03 pm-newDays pic 9(3).
               03      pic x.
               03 pm-canDays pic 9(3).
               03      pic x.
               03 pm-lateDays pic 9(3).
               03      pic x.
               03 pm-custClaims pic 9(2).
               03      pic x.
               03 pm-minScore pic 9(2).

           fd siuRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 claimFile-Status pic xx.
       01 polFile-Status pic xx.
       01 auditFile-Status pic xx.
       01 custXref-Status pic xx.
       01 ltrQueue-Status pic xx.
       01 refFile-Status pic xx.
       01 parmFile-Status pic xx.
       01 endRead pic x VALUE "N".
       01 xrefAvail pic x VALUE "N".
       01 ltrAvail pic x VALUE "N".

      **** Screen settings - siuparm.dat overrides each one ****
       01 newDays pic 9(3) VALUE 30.
       01 canDays pic 9(3) VALUE 30.
       01 lateDays pic 9(3) VALUE 60.
       01 custClaims pic 9(2) VALUE 3.
       01 minScore pic 9(2) VALUE 1.

      **** Cancellations and reinstatements off polaudit.txt,      ****
      *    dated YYYYMMDD                                               *
       01 AuditTable.
           03 AuditEntry OCCURS 2000 TIMES.
               05 ae-polNum pic x(6).
               05 ae-date pic 9(8).
               05 ae-action pic x(6).
       01 auditCount pic 9(4) VALUE ZEROES.
       01 auditDropped pic 9(5) VALUE ZEROES.
       01 ae-idx pic 9(4).

      **** Every claim on file, open or not - the duplicate and    ****
      *    customer flags look across all of them                       *
       01 ClaimTable.
           03 ClaimEntry OCCURS 3000 TIMES.
               05 ce-claimNum pic x(6).
               05 ce-polNum pic x(6).
               05 ce-custNum pic x(6).
               05 ce-lossDate pic 9(8).
               05 ce-lossType pic x(10).
               05 ce-status pic x(2).
               05 ce-event pic x(6).
       01 claimCount pic 9(4) VALUE ZEROES.
       01 ce-idx pic 9(4).
       01 cx-idx pic 9(4).

       01 flagTable.
           03 flagOn pic x(1) OCCURS 5 TIMES.
       01 fl-idx pic 9(1).
       01 score pic 9(2).
       01 custCount pic 9(4).
       01 otherPol pic x.
       01 lossYMD pic 9(8).
       01 polYMD pic 9(8).
       01 rptYMD pic 9(8).
       01 dayGap pic s9(7).
       01 dayWork pic 9(8).
       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 reasonTxt pic x(60).
       01 reasonPtr pic 9(2).

      **** dateval call interface ****
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).

       01 screenedCount pic 9(5) VALUE ZEROES.
       01 referCount pic 9(5) VALUE ZEROES.
       01 priorCount pic 9(5) VALUE ZEROES.
       01 pendCount pic 9(5) VALUE ZEROES.

       01 flagNames.
           03      pic x(6) VALUE "NEWPOL".
           03      pic x(6) VALUE "CANREI".
           03      pic x(6) VALUE "MULTI ".
           03      pic x(6) VALUE "DUPLOS".
           03      pic x(6) VALUE "LATE  ".
       01 flagNameTable REDEFINES flagNames.
           03 flagName pic x(6) OCCURS 5 TIMES.

       01 repHead.
           03      pic x(40) VALUE
               "CLAIM RED-FLAG SCREEN - SIU REFERRALS".
           03 rh-date pic 99/99/9999.
           03      pic x(10).
           03      pic x(12) VALUE "Will Flowers".

       01 sectHead pic x(60).

       01 refHead.
           03 pic x(8) VALUE "Claim".
           03 pic x(8) VALUE "Policy".
           03 pic x(12) VALUE "Loss Date".
           03 pic x(12) VALUE "Loss Type".
           03 pic x(6) VALUE "Adj".
           03 pic x(7) VALUE "Score".
           03 pic x(60) VALUE "Reasons".

       01 refLine.
           03 rl-claimNum pic x(6).
           03      pic x(2).
           03 rl-polNum pic x(6).
           03      pic x(2).
           03 rl-lossDate pic 99/99/9999.
           03      pic x(2).
           03 rl-lossType pic x(10).
           03      pic x(2).
           03 rl-adj pic x(5).
           03      pic x(1).
           03 rl-score pic Z9.
           03      pic x(5).
           03 rl-reasons pic x(60).

       01 pendHead.
           03 pic x(8) VALUE "Claim".
           03 pic x(8) VALUE "Policy".
           03 pic x(12) VALUE "Referred".
           03 pic x(7) VALUE "Score".
           03 pic x(60) VALUE "Reasons".

       01 pendLine.
           03 pl-claimNum pic x(6).
           03      pic x(2).
           03 pl-polNum pic x(6).
           03      pic x(2).
           03 pl-referDate pic 9999/99/99.
           03      pic x(2).
           03 pl-score pic Z9.
           03      pic x(5).
           03 pl-reasons pic x(60).

       01 totalLine.
           03 tl-text pic x(40).
           03 tl-count pic ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-AUDIT
           PERFORM LOAD-CLAIMS
           PERFORM SCREEN-CLAIMS
           PERFORM LIST-PENDING
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE today8(5:4) to todayMDY(1:4)
           MOVE today8(1:4) to todayMDY(5:4)
           OPEN INPUT parmFile
           IF parmFile-Status = "00"
               READ parmFile
                   AT END continue
                   NOT AT END
                       IF pm-newDays NUMERIC
                           MOVE pm-newDays to newDays
                       END-IF
                       IF pm-canDays NUMERIC
                           MOVE pm-canDays to canDays
                       END-IF
                       IF pm-lateDays NUMERIC
                           MOVE pm-lateDays to lateDays
                       END-IF
                       IF pm-custClaims NUMERIC
                           AND pm-custClaims > 1
                           MOVE pm-custClaims to custClaims
                       END-IF
                       IF pm-minScore NUMERIC AND pm-minScore > ZEROES
                           MOVE pm-minScore to minScore
                       END-IF
               END-READ
               CLOSE parmFile
           END-IF

           OPEN INPUT claimFile
           OPEN INPUT polFile
           OPEN INPUT custXref
           IF custXref-Status = "00"
               MOVE "Y" to xrefAvail
           ELSE
               DISPLAY "WARNING - custxref.dat not on file, the "
                   "MULTI flag is not raised tonight - build it "
                   "through CUSTBUILD"
           END-IF
           OPEN INPUT ltrQueue
           IF ltrQueue-Status = "00"
               MOVE "Y" to ltrAvail
           END-IF
           OPEN I-O refFile
      **** First run has no siuref.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF refFile-Status = "35"
               OPEN OUTPUT refFile
               CLOSE refFile
               OPEN I-O refFile
           END-IF
           OPEN OUTPUT siuRep
           MOVE todayMDY to rh-date
           WRITE printRep FROM repHead AFTER ADVANCING 1 LINES.

      **** polaudit dates are 00YYMMDD (ACCEPT FROM DATE) - the    ****
      *    century is put back for the day arithmetic. A cancellation *
      *    is dated by the cancellation date it recorded               *
       LOAD-AUDIT.
           OPEN INPUT auditFile
           IF auditFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL endRead = "Y"
               READ auditFile
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF au-action = "DELETE" OR au-action = "REINST"
                           PERFORM ADD-AUDIT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE auditFile
           IF auditDropped > ZEROES
               DISPLAY auditDropped " audit event(s) left out of "
                   "the CANREI check"
           END-IF.

       ADD-AUDIT-EVENT.
           IF auditCount NOT < 2000
               ADD 1 to auditDropped
               IF auditDropped = 1
                   DISPLAY "Warning, audit event table full at 2000 - "
                       "later DELETE/REINST entries not checked"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 to auditCount
           MOVE au-action to ae-action(auditCount)
           IF au-action = "DELETE"
               MOVE au-bPolNum to ae-polNum(auditCount)
           ELSE
               MOVE au-aPolNum to ae-polNum(auditCount)
           END-IF
           MOVE ZEROES to dayWork
           IF au-date NUMERIC
               MOVE au-date to dayWork
           END-IF
           IF au-action = "DELETE" AND au-aCanDate NUMERIC
               AND au-aCanDate NOT = ZEROES
               MOVE au-aCanDate to dayWork
           END-IF
           MOVE "20" to dayWork(1:2)
           MOVE dayWork to ae-date(auditCount).

       LOAD-CLAIMS.
           MOVE "N" to endRead
           MOVE LOW-VALUES to cl-claimNum
           START claimFile KEY IS >= cl-claimNum
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ claimFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM ADD-CLAIM-ENTRY
               END-READ
           END-PERFORM.

       ADD-CLAIM-ENTRY.
           IF claimCount NOT < 3000
               DISPLAY "Warning, claim table full, claim "
                   cl-claimNum " not screened"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to claimCount
           MOVE cl-claimNum to ce-claimNum(claimCount)
           MOVE cl-polNum to ce-polNum(claimCount)
           MOVE cl-lossType to ce-lossType(claimCount)
           MOVE cl-status to ce-status(claimCount)
           MOVE cl-eventCode to ce-event(claimCount)
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, cl-lossDate,
               ce-lossDate(claimCount), dateValFlag
           MOVE SPACES to ce-custNum(claimCount)
           IF xrefAvail = "Y"
               MOVE cl-polNum to xr-polNum
               READ custXref
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE xr-custNum to ce-custNum(claimCount)
               END-READ
           END-IF.

      **** Open and reopened claims not already referred ****
       SCREEN-CLAIMS.
           MOVE "NEW REFERRALS" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 2 LINES
           WRITE printRep FROM refHead AFTER ADVANCING 2 LINES
           PERFORM VARYING ce-idx FROM 1 BY 1
                   UNTIL ce-idx > claimCount
               IF ce-status(ce-idx) = "OP" OR ce-status(ce-idx) = "RO"
                   PERFORM SCREEN-ONE
               END-IF
           END-PERFORM.

       SCREEN-ONE.
           MOVE ce-claimNum(ce-idx) to sr-claimNum
           READ refFile
               INVALID KEY
                   continue
               NOT INVALID KEY
                   ADD 1 to priorCount
                   EXIT PARAGRAPH
           END-READ
           ADD 1 to screenedCount
           MOVE ALL "N" to flagTable
           MOVE ce-lossDate(ce-idx) to lossYMD
           IF lossYMD = ZEROES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-NEW-POLICY
           PERFORM CHECK-CANCEL-REINSTATE
           PERFORM CHECK-CUSTOMER
           PERFORM CHECK-DUPLICATE
           PERFORM CHECK-LATE-REPORT

           MOVE ZEROES to score
           PERFORM VARYING fl-idx FROM 1 BY 1 UNTIL fl-idx > 5
               IF flagOn(fl-idx) = "Y"
                   ADD 1 to score
               END-IF
           END-PERFORM
           IF score < minScore
               EXIT PARAGRAPH
           END-IF
           PERFORM REFER-CLAIM.

      **** NEWPOL - loss within newDays of the policy's inception ****
       CHECK-NEW-POLICY.
           MOVE ce-polNum(ce-idx) to polNum-in
           READ polFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, polDate-in, polYMD,
               dateValFlag
           IF dateValFlag NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE dayGap = FUNCTION INTEGER-OF-DATE(lossYMD)
               - FUNCTION INTEGER-OF-DATE(polYMD)
           IF dayGap >= 0 AND dayGap <= newDays
               MOVE "Y" to flagOn(1)
           END-IF.

      **** CANREI - loss within canDays either side of a           ****
      *    cancellation or reinstatement of the same policy            *
       CHECK-CANCEL-REINSTATE.
           PERFORM VARYING ae-idx FROM 1 BY 1
                   UNTIL ae-idx > auditCount OR flagOn(2) = "Y"
               IF ae-polNum(ae-idx) = ce-polNum(ce-idx)
                   AND ae-date(ae-idx) > 20000100
                   COMPUTE dayGap = FUNCTION INTEGER-OF-DATE(lossYMD)
                       - FUNCTION INTEGER-OF-DATE(ae-date(ae-idx))
                   IF dayGap < 0
                       COMPUTE dayGap = 0 - dayGap
                   END-IF
                   IF dayGap <= canDays
                       MOVE "Y" to flagOn(2)
                   END-IF
               END-IF
           END-PERFORM.

      **** MULTI - the customer has custClaims or more claims, and ***
      *    not all of them on this one policy                          *
       CHECK-CUSTOMER.
           IF ce-custNum(ce-idx) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES to custCount
           MOVE "N" to otherPol
           PERFORM VARYING cx-idx FROM 1 BY 1
                   UNTIL cx-idx > claimCount
               IF ce-custNum(cx-idx) = ce-custNum(ce-idx)
                   ADD 1 to custCount
                   IF ce-polNum(cx-idx) NOT = ce-polNum(ce-idx)
                       MOVE "Y" to otherPol
                   END-IF
               END-IF
           END-PERFORM
           IF custCount >= custClaims AND otherPol = "Y"
               MOVE "Y" to flagOn(3)
           END-IF.

      **** DUPLOS - another claim by the same policy or customer  ****
      *    with the same loss date and type; claims of one            *
      *    catastrophe event share both honestly and are passed       *
       CHECK-DUPLICATE.
           PERFORM VARYING cx-idx FROM 1 BY 1
                   UNTIL cx-idx > claimCount OR flagOn(4) = "Y"
               IF cx-idx NOT = ce-idx
                   AND ce-lossDate(cx-idx) = lossYMD
                   AND ce-lossType(cx-idx) = ce-lossType(ce-idx)
                   AND (ce-polNum(cx-idx) = ce-polNum(ce-idx)
                        OR (ce-custNum(ce-idx) NOT = SPACES
                            AND ce-custNum(cx-idx)
                                = ce-custNum(ce-idx)))
                   IF ce-event(ce-idx) = SPACES
                       OR ce-event(cx-idx) NOT = ce-event(ce-idx)
                       MOVE "Y" to flagOn(4)
                   END-IF
               END-IF
           END-PERFORM.

      **** LATE - the acknowledgment letter CLAIM-MAINT queues on ****
      *    the day the claim is added dates the report; a claim with   *
      *    none (converted before letters) is not judged               *
       CHECK-LATE-REPORT.
           IF ltrAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ce-claimNum(ce-idx) to lq-claimNum
           MOVE "A" to lq-kind
           MOVE ZEROES to lq-reqDate
           START ltrQueue KEY IS >= lq-key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ltrQueue NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF lq-claimNum NOT = ce-claimNum(ce-idx) OR lq-kind NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE lq-reqDate to rptYMD
           COMPUTE dayGap = FUNCTION INTEGER-OF-DATE(rptYMD)
               - FUNCTION INTEGER-OF-DATE(lossYMD)
           IF dayGap > lateDays
               MOVE "Y" to flagOn(5)
           END-IF.

       REFER-CLAIM.
           MOVE SPACES to refRec
           MOVE ce-claimNum(ce-idx) to sr-claimNum
           MOVE ce-polNum(ce-idx) to sr-polNum
           MOVE today8 to sr-referDate
           MOVE score to sr-score
           MOVE flagTable to sr-flags
           MOVE ZEROES to sr-dispDate
           WRITE refRec
               INVALID KEY
                   DISPLAY "Error, referral not written for claim "
                       sr-claimNum
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 to referCount

           MOVE ce-claimNum(ce-idx) to cl-claimNum
           READ claimFile
               INVALID KEY
                   MOVE SPACES to cl-adjuster
           END-READ
           PERFORM BUILD-REASONS
           MOVE SPACES to refLine
           MOVE ce-claimNum(ce-idx) to rl-claimNum
           MOVE ce-polNum(ce-idx) to rl-polNum
           MOVE cl-lossDate to rl-lossDate
           MOVE ce-lossType(ce-idx) to rl-lossType
           MOVE cl-adjuster to rl-adj
           MOVE score to rl-score
           MOVE reasonTxt to rl-reasons
           WRITE printRep FROM refLine AFTER ADVANCING 1 LINES.

      **** The raised flags' names, in header order ****
       BUILD-REASONS.
           MOVE SPACES to reasonTxt
           MOVE 1 to reasonPtr
           PERFORM VARYING fl-idx FROM 1 BY 1 UNTIL fl-idx > 5
               IF flagOn(fl-idx) = "Y"
                   STRING flagName(fl-idx) DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       INTO reasonTxt WITH POINTER reasonPtr
               END-IF
           END-PERFORM.

      **** Referrals still waiting on the reviewer's disposition ****
       LIST-PENDING.
           MOVE "REFERRALS AWAITING DISPOSITION" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM pendHead AFTER ADVANCING 2 LINES
           MOVE "N" to endRead
           MOVE LOW-VALUES to sr-claimNum
           START refFile KEY IS >= sr-claimNum
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ refFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF sr-disp = SPACES
                           PERFORM PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PENDING-LINE.
           MOVE sr-flags to flagTable
           PERFORM BUILD-REASONS
           MOVE SPACES to pendLine
           MOVE sr-claimNum to pl-claimNum
           MOVE sr-polNum to pl-polNum
           MOVE sr-referDate to pl-referDate
           MOVE sr-score to pl-score
           MOVE reasonTxt to pl-reasons
           WRITE printRep FROM pendLine AFTER ADVANCING 1 LINES
           ADD 1 to pendCount.

       CLOSEJOB.
           MOVE "Open claims screened:" to tl-text
           MOVE screenedCount to tl-count
           WRITE printRep FROM totalLine AFTER ADVANCING 3 LINES
           MOVE "Referred tonight:" to tl-text
           MOVE referCount to tl-count
           WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES
           MOVE "Already referred, not re-screened:" to tl-text
           MOVE priorCount to tl-count
           WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES
           MOVE "Awaiting disposition:" to tl-text
           MOVE pendCount to tl-count
           WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES
           DISPLAY screenedCount " open claim(s) screened, "
               referCount " referred to special investigations"
           IF xrefAvail = "Y"
               CLOSE custXref
           END-IF
           IF ltrAvail = "Y"
               CLOSE ltrQueue
           END-IF
           CLOSE claimFile polFile refFile siuRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM SIU-SCREEN.
