      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Personal-data retention purge - blanks the SSN,
      *          phone and street address held for a customer whose
      *          every policy has been cancelled (on polfile.dat) or
      *          archived (on polhist.dat) for longer than the
      *          retention period, with no open claim on claims.dat
      *          and no refund waiting on refundq.dat for any of them.
      *          The customer is judged as a whole through
      *          custxref.dat, and a polnamei.dat record with no
      *          customer is judged on its own. custmast.dat and every
      *          polnamei.dat record of the customer are scrubbed;
      *          names, city/state/zip, the customer number and the
      *          cross-reference stay, so history still links up. The
      *          retention period (whole years, default 7) and the
      *          mode come from purgeparm.dat - the job only lists the
      *          candidates unless the mode there reads PURGE. Every
      *          record scrubbed is certified on purgecert.txt, kept
      *          on EXTEND so the certificates survive across runs.
      *          Cancel dates are 00YYMMDD, judged the way ARCH-JOB
      *          judges them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PII-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match final.cbl's polFileRec byte for byte ****
           select polFile assign to 'polfile.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

      **** layout must match archjob.cbl's histRec ****
           select histFile assign to 'polhist.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is hs-polNum
               FILE STATUS is histFile-Status.

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

      **** layout must match custbuild.cbl's custMastRec ****
           select custMast assign to 'custmast.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cm-custNum
               FILE STATUS is custMast-Status.

      **** layout must match custbuild.cbl's custXrefRec ****
           select custXref assign to 'custxref.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is xr-polNum
               FILE STATUS is custXref-Status.

      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** layout must match final.cbl's refundRec ****
           select refundFile assign to 'refundq.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is rf-key
               FILE STATUS is refundFile-Status.

      **** Optional retention years and mode ****
           select parmFile assign to 'purgeparm.dat'
               organization is line sequential
               FILE STATUS is parmFile-Status.

      **** The purge certificates, kept on EXTEND so the trail     ****
      *    survives across runs                                        *
           select optional certFile assign to 'purgecert.txt'
               organization is line sequential.

           select purgeRep assign to printer.

           select purgeWork assign to 'sortwrk'.

       DATA DIVISION.
       FILE SECTION.
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

      **** Same layout as polFileRec, under hs- names ****
           fd histFile.
           01 histRec.
               03 hs-polNum pic x(6).
               03 hs-date pic 9(8).
               03 hs-amt pic 9(8).
               03 hs-prem pic 9(6)v99.
               03 hs-fill pic xx.
               03 hs-agent pic x(5).
               03 hs-term pic x(8).
               03 hs-type pic x(3).
               03 hs-field pic x(2).
               03 hs-canDate pic 9(8).

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

           fd custMast.
           01 custMastRec.
               03 cm-custNum pic x(6).
               03 cm-fName  pic x(15).
               03 cm-lName  pic x(15).
               03 cm-addy   pic x(30).
               03 cm-city   pic x(15).
               03 cm-state  pic x(2).
               03 cm-zip    pic x(9).
               03 cm-phone  pic x(10).
               03 cm-ssn    pic x(9).

           fd custXref.
           01 custXrefRec.
               03 xr-polNum pic x(6).
               03 xr-custNum pic x(6).

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

           fd refundFile.
           01 refundRec.
               03 rf-key.
                   05 rf-polNum pic x(6).
                   05 rf-time pic 9(8).
               03 rf-date pic 9(8).
               03 rf-amount pic 9(7)v99.
               03 rf-source pic x(8).
               03 rf-user pic x(8).

           fd parmFile.
           01 parmRec.
               03 pp-years pic 9(2).
               03      pic x.
               03 pp-mode pic x(5).

           fd certFile.
               01 certRec pic x(100).

           fd purgeRep.
               01 printRep pic x(132).

      **** One record per policy - pw-group is C + customer number, ***
      *    or P + policy number for a policy with no customer.         *
      *    pw-block is why the policy keeps its customer's data:       *
      *    A in force, R cancelled inside the period, C open claim,    *
      *    F refund waiting, T open-item table overflow; blank if      *
      *    none. pw-where is F polfile, H polhist, N neither           *
           SD purgeWork.
           01 purgeWorkRec.
               03 pw-group pic x(7).
               03 pw-polNum pic x(6).
               03 pw-block pic x(1).
               03 pw-where pic x(1).
               03 pw-canDate pic 9(8).

       WORKING-STORAGE SECTION.
       01 polFile-Status pic xx.
       01 histFile-Status pic xx.
       01 polName-Status pic xx.
       01 custMast-Status pic xx.
       01 custXref-Status pic xx.
       01 claimFile-Status pic xx.
       01 refundFile-Status pic xx.
       01 parmFile-Status pic xx.

       01 histOpen pic x VALUE "N".
       01 custOpen pic x VALUE "N".
       01 endRead pic x VALUE "N".
       01 sortEOF pic x VALUE "N".

      **** Personal data is kept this many years past cancellation ****
       01 keepYears pic 9(2) VALUE 7.
       01 purgeMode pic x VALUE "N".

      **** polCanDate-in is stored 00YYMMDD (ACCEPT FROM DATE in     ***
      *    final.cbl) - the cutoff is built in the same convention      *
       01 sysdate6 pic 9(6).
       01 cutoffDate pic 9(8).
       01 today8 pic 9(8).
       01 nowTime pic 9(8).

      **** Policies with an open claim or a refund waiting ****
       01 HoldTable.
           03 HoldEntry OCCURS 3000 TIMES.
               05 ho-polNum pic x(6).
               05 ho-kind pic x(1).
       01 holdCount pic 9(4) VALUE ZEROES.
       01 ho-idx pic 9(4).
       01 holdFull pic x VALUE "N".
       01 holdPol pic x(6).
       01 holdKind pic x(1).

      **** The policies of the customer being judged ****
       01 MemberTable.
           03 MemberEntry OCCURS 100 TIMES.
               05 mb-polNum pic x(6).
               05 mb-where pic x(1).
               05 mb-canDate pic 9(8).
       01 memberCount pic 9(3).
       01 mb-idx pic 9(3).

       01 curGroup pic x(7).
       01 groupBlock pic x(1).
       01 judgedCount pic 9(3).
       01 lastCanDate pic 9(8).
       01 groupName pic x(31).
       01 dataFound pic x.

       01 groupCount pic 9(7) VALUE ZEROES.
       01 candCount pic 9(7) VALUE ZEROES.
       01 doneCount pic 9(7) VALUE ZEROES.
       01 activeCount pic 9(7) VALUE ZEROES.
       01 recentCount pic 9(7) VALUE ZEROES.
       01 claimCount pic 9(7) VALUE ZEROES.
       01 refundCount pic 9(7) VALUE ZEROES.
       01 otherCount pic 9(7) VALUE ZEROES.
       01 recCount pic 9(7) VALUE ZEROES.
       01 errCount pic 9(7) VALUE ZEROES.

       01 certLine.
           03 ct-date pic 9(8).
           03      pic x VALUE SPACE.
           03 ct-time pic 9(8).
           03      pic x VALUE SPACE.
           03 ct-file pic x(12).
           03      pic x VALUE SPACE.
           03 ct-key pic x(6).
           03      pic x VALUE SPACE.
           03 ct-custNum pic x(6).
           03      pic x VALUE SPACE.
           03 ct-lastCan pic 9(8).
           03      pic x VALUE SPACE.
           03 ct-years pic 9(2).
           03      pic x VALUE SPACE.
           03 ct-text pic x(25) VALUE "SSN PHONE STREET BLANKED".

       01 reportHead.
           03 pic x(30) VALUE "PERSONAL DATA RETENTION PURGE ".
           03 rh-mode pic x(22).
           03 pic x(8) VALUE " - KEEP ".
           03 rh-years pic Z9.
           03 pic x(25) VALUE " YEARS, CANCELLED BEFORE ".
           03 rh-cutoff pic 99/99/99.

       01 colHead.
           03 pic x(9) VALUE "Customer".
           03 pic x(33) VALUE "Name".
           03 pic x(9) VALUE "Policy".
           03 pic x(12) VALUE "Cancelled".
           03 pic x(10) VALUE "Held on".
           03 pic x(20) VALUE "Action".

       01 candLine.
           03 cd-cust pic x(6).
           03      pic x(3).
           03 cd-name pic x(31).
           03      pic x(2).
           03 cd-polNum pic x(6).
           03      pic x(3).
           03 cd-canDate pic 99/99/99.
           03      pic x(4).
           03 cd-where pic x(10).
           03 cd-action pic x(20).

       01 totLine.
           03 tl-text pic x(44).
           03 tl-count pic Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-HOLDS
           SORT purgeWork
               ON ASCENDING KEY pw-group pw-polNum
               INPUT PROCEDURE is RELEASE-POLICIES
               OUTPUT PROCEDURE is PURGE-GROUPS
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN INPUT parmFile
           IF parmFile-Status = "00"
               READ parmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF pp-years NUMERIC AND pp-years > ZEROES
                           MOVE pp-years to keepYears
                       END-IF
                       IF pp-mode = "PURGE"
                           MOVE "Y" to purgeMode
                       END-IF
               END-READ
               CLOSE parmFile
           END-IF

           ACCEPT sysdate6 FROM DATE
           ACCEPT today8 FROM DATE YYYYMMDD
           ACCEPT nowTime FROM TIME
      **** A period reaching back past the century turn would wrap ***
      *    the two-digit year - nothing qualifies rather than the      *
      *    wrong customers                                              *
           IF keepYears * 10000 > sysdate6
               MOVE ZEROES to cutoffDate
           ELSE
               COMPUTE cutoffDate = sysdate6 - (keepYears * 10000)
           END-IF

           OPEN INPUT polFile
           IF polFile-Status NOT = "00"
               DISPLAY "Error, polfile.dat could not be opened "
                   "(status " polFile-Status ")"
               GOBACK
           END-IF
           OPEN INPUT custXref
           IF custXref-Status NOT = "00"
               DISPLAY "Error, custxref.dat could not be opened "
                   "(status " custXref-Status ")"
               CLOSE polFile
               GOBACK
           END-IF
           IF purgeMode = "Y"
               OPEN I-O polName
           ELSE
               OPEN INPUT polName
           END-IF
           IF polName-Status NOT = "00"
               DISPLAY "Error, polnamei.dat could not be opened "
                   "(status " polName-Status ")"
               CLOSE polFile custXref
               GOBACK
           END-IF
           IF purgeMode = "Y"
               OPEN I-O custMast
           ELSE
               OPEN INPUT custMast
           END-IF
           IF custMast-Status = "00"
               MOVE "Y" to custOpen
           END-IF
           OPEN INPUT histFile
           IF histFile-Status = "00"
               MOVE "Y" to histOpen
           END-IF
           IF purgeMode = "Y"
               OPEN EXTEND certFile
           END-IF

           OPEN OUTPUT purgeRep
           IF purgeMode = "Y"
               MOVE "- PURGE RUN" to rh-mode
           ELSE
               MOVE "- TRIAL, NOTHING CHANGED" to rh-mode
           END-IF
           MOVE keepYears to rh-years
           MOVE cutoffDate to rh-cutoff
           WRITE printRep FROM reportHead AFTER ADVANCING 1 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES.

      **** Open claims and waiting refunds, by policy - either one  ***
      *    keeps the whole customer's data                              *
       LOAD-HOLDS.
           OPEN INPUT claimFile
           IF claimFile-Status = "00"
               MOVE "N" to endRead
               PERFORM UNTIL endRead = "Y"
                   READ claimFile NEXT RECORD
                       AT END
                           MOVE "Y" to endRead
                       NOT AT END
                           IF cl-status NOT = "CL"
                               MOVE cl-polNum to holdPol
                               MOVE "C" to holdKind
                               PERFORM ADD-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE claimFile
           END-IF

           OPEN INPUT refundFile
           IF refundFile-Status = "00"
               MOVE "N" to endRead
               PERFORM UNTIL endRead = "Y"
                   READ refundFile NEXT RECORD
                       AT END
                           MOVE "Y" to endRead
                       NOT AT END
                           MOVE rf-polNum to holdPol
                           MOVE "F" to holdKind
                           PERFORM ADD-HOLD
                   END-READ
               END-PERFORM
               CLOSE refundFile
           END-IF.

       ADD-HOLD.
           PERFORM FIND-HOLD
           IF ho-idx > ZEROES
               EXIT PARAGRAPH
           END-IF
           IF holdCount NOT < 3000
               IF holdFull = "N"
                   DISPLAY "Warning, more than 3000 open claims and "
                       "refunds - nothing will be purged this run"
                   MOVE "Y" to holdFull
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 to holdCount
           MOVE holdPol to ho-polNum(holdCount)
           MOVE holdKind to ho-kind(holdCount).

      **** Leaves ho-idx on holdPol's entry, zero for none ****
       FIND-HOLD.
           PERFORM VARYING ho-idx FROM 1 BY 1
                   UNTIL ho-idx > holdCount
                   OR ho-polNum(ho-idx) = holdPol
               CONTINUE
           END-PERFORM
           IF ho-idx > holdCount
               MOVE ZEROES to ho-idx
           END-IF.

      **** Every cross-referenced policy under its customer, then  ****
      *    every polnamei.dat policy that has no customer              *
       RELEASE-POLICIES.
           MOVE LOW-VALUES to xr-polNum
           MOVE "N" to endRead
           START custXref KEY IS >= xr-polNum
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ custXref NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       MOVE "C" to pw-group(1:1)
                       MOVE xr-custNum to pw-group(2:6)
                       MOVE xr-polNum to pw-polNum
                       PERFORM JUDGE-POLICY
                       RELEASE purgeWorkRec
               END-READ
           END-PERFORM

           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ polName NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       MOVE nm-polNum to xr-polNum
                       READ custXref
                           INVALID KEY
                               MOVE "P" to pw-group(1:1)
                               MOVE nm-polNum to pw-group(2:6)
                               MOVE nm-polNum to pw-polNum
                               PERFORM JUDGE-POLICY
                               RELEASE purgeWorkRec
                       END-READ
               END-READ
           END-PERFORM.

      **** In force, cancelled inside the period, or held open by  ****
      *    a claim or refund - a policy on neither polfile.dat nor     *
      *    polhist.dat has nothing to judge and does not hold          *
       JUDGE-POLICY.
           MOVE SPACE to pw-block
           MOVE ZEROES to pw-canDate
           MOVE pw-polNum to polNum-in
           READ polFile
               INVALID KEY
                   MOVE "N" to pw-where
               NOT INVALID KEY
                   MOVE "F" to pw-where
                   IF polField-in = "CN"
                       AND polCanDate-in NUMERIC
                       AND polCanDate-in > ZEROES
                       MOVE polCanDate-in to pw-canDate
                   ELSE
                       MOVE "A" to pw-block
                   END-IF
           END-READ
           IF pw-where = "N" AND histOpen = "Y"
               MOVE pw-polNum to hs-polNum
               READ histFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "H" to pw-where
                       IF hs-canDate NUMERIC
                           MOVE hs-canDate to pw-canDate
                       END-IF
               END-READ
           END-IF
           IF pw-where NOT = "N" AND pw-block = SPACE
               AND NOT pw-canDate < cutoffDate
               MOVE "R" to pw-block
           END-IF
           IF pw-block = SPACE
               MOVE pw-polNum to holdPol
               PERFORM FIND-HOLD
               IF ho-idx > ZEROES
                   MOVE ho-kind(ho-idx) to pw-block
               END-IF
           END-IF
           IF pw-block = SPACE AND holdFull = "Y"
               MOVE "T" to pw-block
           END-IF.

      ******************************************************************
      * One customer at a time - all of its policies must qualify     *
      ******************************************************************
       PURGE-GROUPS.
           PERFORM RETURN-WORK
           PERFORM UNTIL sortEOF = "Y"
               MOVE pw-group to curGroup
               MOVE SPACE to groupBlock
               MOVE ZEROES to memberCount judgedCount lastCanDate
               PERFORM UNTIL sortEOF = "Y" OR pw-group NOT = curGroup
                   PERFORM ADD-MEMBER
                   PERFORM RETURN-WORK
               END-PERFORM
               PERFORM FINISH-GROUP
           END-PERFORM.

       RETURN-WORK.
           RETURN purgeWork
               AT END
                   MOVE "Y" to sortEOF
           END-RETURN.

       ADD-MEMBER.
           IF groupBlock = SPACE
               MOVE pw-block to groupBlock
           END-IF
           IF pw-where NOT = "N"
               ADD 1 to judgedCount
           END-IF
           IF pw-canDate > lastCanDate
               MOVE pw-canDate to lastCanDate
           END-IF
           IF memberCount < 100
               ADD 1 to memberCount
               MOVE pw-polNum to mb-polNum(memberCount)
               MOVE pw-where to mb-where(memberCount)
               MOVE pw-canDate to mb-canDate(memberCount)
           ELSE
               MOVE "T" to groupBlock
           END-IF.

       FINISH-GROUP.
           ADD 1 to groupCount
           IF judgedCount = ZEROES AND groupBlock = SPACE
               MOVE "N" to groupBlock
           END-IF
           EVALUATE groupBlock
               WHEN SPACE
                   PERFORM SCRUB-GROUP
               WHEN "A"
                   ADD 1 to activeCount
               WHEN "R"
                   ADD 1 to recentCount
               WHEN "C"
                   ADD 1 to claimCount
               WHEN "F"
                   ADD 1 to refundCount
               WHEN OTHER
                   ADD 1 to otherCount
           END-EVALUATE.

      **** Reads (and on a purge run rewrites) the customer master ***
      *    and every name record - a customer already scrubbed by an   *
      *    earlier run is counted, not listed again                    *
       SCRUB-GROUP.
           MOVE "N" to dataFound
           MOVE SPACES to groupName
           IF curGroup(1:1) = "C" AND custOpen = "Y"
               MOVE curGroup(2:6) to cm-custNum
               READ custMast
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCRUB-CUSTOMER
               END-READ
           END-IF
           PERFORM VARYING mb-idx FROM 1 BY 1
                   UNTIL mb-idx > memberCount
               MOVE mb-polNum(mb-idx) to nm-polNum
               READ polName
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCRUB-NAME
               END-READ
           END-PERFORM
           IF dataFound = "N"
               ADD 1 to doneCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 to candCount
           PERFORM PRINT-GROUP.

       SCRUB-CUSTOMER.
           STRING cm-fName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               cm-lName DELIMITED BY SPACE
               INTO groupName
           IF cm-ssn = SPACES AND cm-phone = SPACES
               AND cm-addy = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" to dataFound
           IF purgeMode = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES to cm-ssn cm-phone cm-addy
           REWRITE custMastRec
               INVALID KEY
                   DISPLAY "Error, customer " cm-custNum " could not "
                       "be rewritten"
                   ADD 1 to errCount
               NOT INVALID KEY
                   ADD 1 to recCount
                   MOVE "custmast.dat" to ct-file
                   MOVE cm-custNum to ct-key
                   PERFORM WRITE-CERT
           END-REWRITE.

       SCRUB-NAME.
           IF groupName = SPACES
               STRING nm-fName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   nm-lName DELIMITED BY SPACE
                   INTO groupName
           END-IF
           IF nm-ssn = SPACES AND nm-phone = SPACES
               AND nm-addy = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" to dataFound
           IF purgeMode = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES to nm-ssn nm-phone nm-addy
           REWRITE polNameRec
               INVALID KEY
                   DISPLAY "Error, policy " nm-polNum " name record "
                       "could not be rewritten"
                   ADD 1 to errCount
               NOT INVALID KEY
                   ADD 1 to recCount
                   MOVE "polnamei.dat" to ct-file
                   MOVE nm-polNum to ct-key
                   PERFORM WRITE-CERT
           END-REWRITE.

       WRITE-CERT.
           MOVE today8 to ct-date
           MOVE nowTime to ct-time
           IF curGroup(1:1) = "C"
               MOVE curGroup(2:6) to ct-custNum
           ELSE
               MOVE SPACES to ct-custNum
           END-IF
           MOVE lastCanDate to ct-lastCan
           MOVE keepYears to ct-years
           WRITE certRec FROM certLine.

      **** The customer on the first line, one line per policy ****
       PRINT-GROUP.
           MOVE SPACES to candLine
           IF curGroup(1:1) = "C"
               MOVE curGroup(2:6) to cd-cust
           ELSE
               MOVE "none" to cd-cust
           END-IF
           MOVE groupName to cd-name
           IF purgeMode = "Y"
               MOVE "SCRUBBED" to cd-action
           ELSE
               MOVE "WOULD BE SCRUBBED" to cd-action
           END-IF
           PERFORM VARYING mb-idx FROM 1 BY 1
                   UNTIL mb-idx > memberCount
               MOVE mb-polNum(mb-idx) to cd-polNum
               EVALUATE mb-where(mb-idx)
                   WHEN "F"
                       MOVE mb-canDate(mb-idx)(3:6) to cd-canDate
                       MOVE "polfile" to cd-where
                   WHEN "H"
                       MOVE mb-canDate(mb-idx)(3:6) to cd-canDate
                       MOVE "polhist" to cd-where
                   WHEN OTHER
                       MOVE ZEROES to cd-canDate
                       MOVE "no record" to cd-where
               END-EVALUATE
               WRITE printRep FROM candLine AFTER ADVANCING 1 LINES
               MOVE SPACES to cd-cust cd-name cd-action
           END-PERFORM.

       CLOSEJOB.
           MOVE SPACES to totLine
           MOVE "Customers judged" to tl-text
           MOVE groupCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 3 LINES
           IF purgeMode = "Y"
               MOVE "Customers scrubbed" to tl-text
           ELSE
               MOVE "Customers that would be scrubbed" to tl-text
           END-IF
           MOVE candCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Records scrubbed" to tl-text
           MOVE recCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Already scrubbed by an earlier run" to tl-text
           MOVE doneCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Kept - a policy still in force" to tl-text
           MOVE activeCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 2 LINES
           MOVE "Kept - cancelled inside the period" to tl-text
           MOVE recentCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Kept - open claim" to tl-text
           MOVE claimCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Kept - refund waiting" to tl-text
           MOVE refundCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Kept - no policy record or table full" to tl-text
           MOVE otherCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Rewrite errors" to tl-text
           MOVE errCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES

           IF purgeMode = "Y"
               DISPLAY candCount " customer(s) scrubbed, " recCount
                   " record(s) certified on purgecert.txt"
               CLOSE certFile
           ELSE
               DISPLAY "Trial run - " candCount " customer(s) would "
                   "be scrubbed, nothing changed"
           END-IF
           IF histOpen = "Y"
               CLOSE histFile
           END-IF
           IF custOpen = "Y"
               CLOSE custMast
           END-IF
           CLOSE polFile custXref polName purgeRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM PII-PURGE.
