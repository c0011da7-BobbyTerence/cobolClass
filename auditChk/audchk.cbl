      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Nightly audit-trail completeness check - compares the
      *          current polfile.dat field by field against the latest
      *          POLBKUP generation (bkupgen.ctl names it and its date)
      *          and matches every policy added, changed or missing
      *          since then to a polaudit.txt entry for that policy
      *          logged on or after the backup date. A difference is
      *          accounted for only when the policy's latest audit
      *          entry leaves the record exactly as it now stands -
      *          so a hand fix on top of a logged change is caught too.
      *          A missing policy is accounted for by an entry that
      *          renumbered it away, or by ARCH-JOB having moved it to
      *          polhist.dat unchanged. Anything else prints on the
      *          exception report with the backup and current value of
      *          every field that differs. When AUD-ROTATE has cut a
      *          generation since the backup, that generation is read
      *          ahead of the current polaudit.txt. The filler bytes
      *          are not compared, as ROLL-FWD does not verify them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match final.cbl's polFileRec byte for byte ****
           select polFile assign to 'polfile.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

      **** layout must match polbkup.cbl's genRec - the name is set  ***
      *    from bkupgen.ctl                                             *
           select genFile assign to genName
               organization is sequential
               FILE STATUS is genFile-Status.

      **** layout must match polbkup.cbl's genCtlRec ****
           select genCtl assign to 'bkupgen.ctl'
               organization is line sequential
               FILE STATUS is genCtl-Status.

      **** layout must match audrotate.cbl's genCtlRec ****
           select audCtl assign to 'audgen.ctl'
               organization is line sequential
               FILE STATUS is audCtl-Status.

      **** The audit trail - the record layout must match final.cbl's *
      *    auditLine field for field. The name is set at run time so   *
      *    a rotated generation reads the same way the current file    *
      *    does                                                         *
           select auditFile assign to auditName
               organization is line sequential
               file status is auditFile-Status.

      **** layout must match archjob.cbl's histRec ****
           select histFile assign to 'polhist.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is hs-polNum
               FILE STATUS is histFile-Status.

           select checkRep assign to printer.

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

           fd genFile.
           01 genRec pic x(134).

           fd genCtl.
           01 genCtlRec.
               03 gc-gen pic 9(1).
               03      pic x.
               03 gc-date pic 9(8).

           fd audCtl.
           01 audCtlRec.
               03 ac-gen pic 9(1).
               03      pic x.
               03 ac-date pic 9(8).

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
               03      pic x.
               03 au-creason pic x(2).

           fd histFile.
           01 histRec.
               03 hs-polNum pic x(6).
               03 hs-rest pic x(52).

           fd checkRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 polFile-Status pic xx.
       01 genFile-Status pic xx.
       01 genCtl-Status pic xx.
       01 audCtl-Status pic xx.
       01 auditFile-Status pic xx.
       01 histFile-Status pic xx.

       01 polEOF pic x VALUE "N".
       01 genEOF pic x VALUE "N".
       01 auditEOF pic x VALUE "N".
       01 histAvail pic x VALUE "N".

       01 genName pic x(12).
       01 auditName pic x(12).
       01 bkupDate pic 9(8).
      **** Audit dates are 00YYMMDD, as ACCEPT FROM DATE wrote them ****
       01 cutDate pic 9(8).

      **** The two sides of the compare - backup and current ****
       01 bkKey pic x(6).
       01 curKey pic x(6).
       01 bkImage pic x(58).
       01 bkPol REDEFINES bkImage.
           03 bk-polNum pic x(6).
           03 bk-date pic 9(8).
           03 bk-amt pic 9(8).
           03 bk-prem pic 9(6)v99.
           03 bk-fill pic xx.
           03 bk-agent pic x(5).
           03 bk-term pic x(8).
           03 bk-type pic x(3).
           03 bk-field pic x(2).
           03 bk-canDate pic 9(8).
       01 curImage pic x(58).
       01 curPol REDEFINES curImage.
           03 cu-polNum pic x(6).
           03 cu-date pic 9(8).
           03 cu-amt pic 9(8).
           03 cu-prem pic 9(6)v99.
           03 cu-fill pic xx.
           03 cu-agent pic x(5).
           03 cu-term pic x(8).
           03 cu-type pic x(3).
           03 cu-field pic x(2).
           03 cu-canDate pic 9(8).

      **** A record's compared fields in audit-line order, so the  ****
      *    current record and an audit after image compare as one      *
      *    string                                                       *
       01 cmpImage.
           03 cm-polNum pic x(6).
           03 cm-date pic x(8).
           03 cm-amt pic x(8).
           03 cm-prem pic x(8).
           03 cm-agent pic x(5).
           03 cm-term pic x(8).
           03 cm-type pic x(3).
           03 cm-field pic x(2).
           03 cm-canDate pic x(8).

      **** Every policy that differs from the backup, in key order - ***
      *    df-kind A added, C changed, M missing                       *
       01 DiffTable.
           03 DiffEntry OCCURS 3000 TIMES.
               05 df-polNum pic x(6).
               05 df-kind pic x(1).
               05 df-bkImage pic x(58).
               05 df-curImage pic x(58).
               05 df-audited pic x(1).
               05 df-movedOff pic x(1).
               05 df-lastAfter pic x(56).
       01 diffCount pic 9(4) VALUE ZEROES.
       01 df-idx pic 9(4).
       01 diffFull pic x VALUE "N".

       01 entryPol pic x(6).
       01 accounted pic x.
       01 reasonText pic x(40).

       01 compareCount pic 9(7) VALUE ZEROES.
       01 sameCount pic 9(7) VALUE ZEROES.
       01 addCount pic 9(7) VALUE ZEROES.
       01 chgCount pic 9(7) VALUE ZEROES.
       01 missCount pic 9(7) VALUE ZEROES.
       01 okCount pic 9(7) VALUE ZEROES.
       01 archCount pic 9(7) VALUE ZEROES.
       01 excCount pic 9(7) VALUE ZEROES.
       01 entryCount pic 9(7) VALUE ZEROES.

       01 reportHead.
           03 pic x(40) VALUE "AUDIT TRAIL COMPLETENESS - POLFILE.DAT ".
           03 pic x(19) VALUE "AGAINST BACKUP GEN ".
           03 rh-gen pic 9(1).
           03 pic x(7) VALUE " TAKEN ".
           03 rh-date pic 9999/99/99.

       01 colHead.
           03 pic x(8) VALUE "Policy".
           03 pic x(9) VALUE "Diff".
           03 pic x(11) VALUE "Field".
           03 pic x(12) VALUE "Backup".
           03 pic x(12) VALUE "Current".
           03 pic x(40) VALUE "Reason".

       01 excLine.
           03 el-polNum pic x(6).
           03      pic x(2).
           03 el-kind pic x(7).
           03      pic x(2).
           03 el-field pic x(9).
           03      pic x(2).
           03 el-before pic x(10).
           03      pic x(2).
           03 el-after pic x(10).
           03      pic x(2).
           03 el-reason pic x(40).

       01 totLine.
           03 tl-text pic x(40).
           03 tl-count pic Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM COMPARE-FILES
           PERFORM READ-AUDIT
           PERFORM REPORT-DIFFS
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN OUTPUT checkRep
           OPEN INPUT genCtl
           IF genCtl-Status NOT = "00"
               DISPLAY "Error, bkupgen.ctl could not be opened - no "
                   "backup to compare against (status " genCtl-Status
                   ")"
               CLOSE checkRep
               GOBACK
           END-IF
           READ genCtl
               AT END
                   MOVE ZEROES to gc-gen
           END-READ
           CLOSE genCtl
           IF gc-gen = ZEROES
               DISPLAY "Error, bkupgen.ctl names no backup generation"
               CLOSE checkRep
               GOBACK
           END-IF
           MOVE gc-date to bkupDate
           MOVE ZEROES to cutDate
           MOVE bkupDate(3:6) to cutDate(3:6)
           MOVE SPACES to genName
           STRING "polfile.g" gc-gen DELIMITED BY SIZE
               INTO genName

           OPEN INPUT genFile
           IF genFile-Status NOT = "00"
               DISPLAY "Error, " genName " could not be opened "
                   "(status " genFile-Status ")"
               CLOSE checkRep
               GOBACK
           END-IF
           OPEN INPUT polFile
           IF polFile-Status NOT = "00"
               DISPLAY "Error, polfile.dat could not be opened "
                   "(status " polFile-Status ")"
               CLOSE genFile checkRep
               GOBACK
           END-IF
           OPEN INPUT histFile
           IF histFile-Status = "00"
               MOVE "Y" to histAvail
           END-IF

           MOVE gc-gen to rh-gen
           MOVE bkupDate to rh-date
           WRITE printRep FROM reportHead AFTER ADVANCING 1 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES.

      **** Both files are in policy-number order - a balanced-line ****
      *    match finds the adds, changes and removals in one pass      *
       COMPARE-FILES.
           PERFORM READ-GEN
           PERFORM READ-POL
           PERFORM UNTIL bkKey = HIGH-VALUES AND curKey = HIGH-VALUES
               ADD 1 to compareCount
               EVALUATE TRUE
                   WHEN bkKey = curKey
                       PERFORM COMPARE-ONE
                       PERFORM READ-GEN
                       PERFORM READ-POL
                   WHEN bkKey < curKey
                       PERFORM ADD-MISSING
                       PERFORM READ-GEN
                   WHEN OTHER
                       PERFORM ADD-ADDED
                       PERFORM READ-POL
               END-EVALUATE
           END-PERFORM
           CLOSE genFile polFile.

       READ-GEN.
           READ genFile
               AT END
                   MOVE HIGH-VALUES to bkKey
               NOT AT END
                   MOVE genRec(1:58) to bkImage
                   MOVE bk-polNum to bkKey
           END-READ.

       READ-POL.
           READ polFile NEXT RECORD
               AT END
                   MOVE HIGH-VALUES to curKey
               NOT AT END
                   MOVE polFileRec to curImage
                   MOVE polNum-in to curKey
           END-READ.

      **** Field by field, skipping the filler bytes ****
       COMPARE-ONE.
           IF bk-date = cu-date AND bk-amt = cu-amt
               AND bk-prem = cu-prem AND bk-agent = cu-agent
               AND bk-term = cu-term AND bk-type = cu-type
               AND bk-field = cu-field AND bk-canDate = cu-canDate
               ADD 1 to sameCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 to chgCount
           PERFORM NEW-DIFF
           IF df-idx > ZEROES
               MOVE curKey to df-polNum(df-idx)
               MOVE "C" to df-kind(df-idx)
               MOVE bkImage to df-bkImage(df-idx)
               MOVE curImage to df-curImage(df-idx)
           END-IF.

       ADD-MISSING.
           ADD 1 to missCount
           PERFORM NEW-DIFF
           IF df-idx > ZEROES
               MOVE bkKey to df-polNum(df-idx)
               MOVE "M" to df-kind(df-idx)
               MOVE bkImage to df-bkImage(df-idx)
               MOVE SPACES to df-curImage(df-idx)
           END-IF.

       ADD-ADDED.
           ADD 1 to addCount
           PERFORM NEW-DIFF
           IF df-idx > ZEROES
               MOVE curKey to df-polNum(df-idx)
               MOVE "A" to df-kind(df-idx)
               MOVE SPACES to df-bkImage(df-idx)
               MOVE curImage to df-curImage(df-idx)
           END-IF.

       NEW-DIFF.
           IF diffCount NOT < 3000
               IF diffFull = "N"
                   DISPLAY "Warning, more than 3000 differences - "
                       "the rest are counted but not matched"
                   MOVE "Y" to diffFull
               END-IF
               MOVE ZEROES to df-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 to diffCount
           MOVE diffCount to df-idx
           MOVE "N" to df-audited(df-idx)
           MOVE "N" to df-movedOff(df-idx)
           MOVE SPACES to df-lastAfter(df-idx).

      **** The rotated generation cut since the backup, if any,    ****
      *    then the current file - both in logged order                *
       READ-AUDIT.
           IF diffCount = ZEROES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT audCtl
           IF audCtl-Status = "00"
               READ audCtl
                   AT END
                       MOVE ZEROES to ac-gen
               END-READ
               CLOSE audCtl
               IF ac-gen > ZEROES AND ac-date NOT < bkupDate
                   MOVE SPACES to auditName
                   STRING "polaudit.g" ac-gen DELIMITED BY SIZE
                       INTO auditName
                   PERFORM READ-ONE-TRAIL
               END-IF
           END-IF
           MOVE "polaudit.txt" to auditName
           PERFORM READ-ONE-TRAIL.

       READ-ONE-TRAIL.
           OPEN INPUT auditFile
           IF auditFile-Status NOT = "00"
               DISPLAY "Warning, " auditName " could not be opened "
                   "(status " auditFile-Status ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to auditEOF
           PERFORM UNTIL auditEOF = "Y"
               READ auditFile
                   AT END
                       MOVE "Y" to auditEOF
                   NOT AT END
                       IF au-date NOT < cutDate
                           ADD 1 to entryCount
                           PERFORM MATCH-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE auditFile.

      **** An entry counts for the policy it leaves behind (after ****
      *    image) and for the one it renumbers away (before image).    *
      *    The latest after image logged is the one kept               *
       MATCH-ENTRY.
           IF au-aPolNum NOT = SPACES
               MOVE au-aPolNum to entryPol
               PERFORM FIND-DIFF
               IF df-idx > ZEROES
                   MOVE "Y" to df-audited(df-idx)
                   MOVE "N" to df-movedOff(df-idx)
                   MOVE au-aPolNum to cm-polNum
                   MOVE au-aDate to cm-date
                   MOVE au-aAmt to cm-amt
                   MOVE au-aPrem to cm-prem
                   MOVE au-aAgent to cm-agent
                   MOVE au-aTerm to cm-term
                   MOVE au-aType to cm-type
                   MOVE au-aField to cm-field
                   MOVE au-aCanDate to cm-canDate
                   MOVE cmpImage to df-lastAfter(df-idx)
               END-IF
           END-IF
           IF au-bPolNum NOT = SPACES
               AND au-aPolNum NOT = au-bPolNum
               MOVE au-bPolNum to entryPol
               PERFORM FIND-DIFF
               IF df-idx > ZEROES
                   MOVE "Y" to df-audited(df-idx)
                   IF au-aPolNum NOT = SPACES
                       MOVE "Y" to df-movedOff(df-idx)
                   END-IF
               END-IF
           END-IF.

      **** Leaves df-idx on entryPol's difference, zero for none ****
       FIND-DIFF.
           PERFORM VARYING df-idx FROM 1 BY 1
                   UNTIL df-idx > diffCount
                   OR df-polNum(df-idx) = entryPol
               CONTINUE
           END-PERFORM
           IF df-idx > diffCount
               MOVE ZEROES to df-idx
           END-IF.

      ******************************************************************
      * Each difference is accounted for or goes on the report        *
      ******************************************************************
       REPORT-DIFFS.
           PERFORM VARYING df-idx FROM 1 BY 1
                   UNTIL df-idx > diffCount
               PERFORM JUDGE-DIFF
           END-PERFORM.

       JUDGE-DIFF.
           MOVE "N" to accounted
           MOVE df-bkImage(df-idx) to bkImage
           MOVE df-curImage(df-idx) to curImage
           EVALUATE df-kind(df-idx)
               WHEN "M"
                   PERFORM JUDGE-MISSING
               WHEN OTHER
                   IF df-audited(df-idx) = "N"
                       MOVE "no audit entry since the backup"
                           to reasonText
                   ELSE
                       MOVE cu-polNum to cm-polNum
                       MOVE cu-date to cm-date
                       MOVE cu-amt to cm-amt
                       MOVE curImage(23:8) to cm-prem
                       MOVE cu-agent to cm-agent
                       MOVE cu-term to cm-term
                       MOVE cu-type to cm-type
                       MOVE cu-field to cm-field
                       MOVE cu-canDate to cm-canDate
                       IF cmpImage = df-lastAfter(df-idx)
                           MOVE "Y" to accounted
                       ELSE
                           MOVE "differs from last audited image"
                               to reasonText
                       END-IF
                   END-IF
           END-EVALUATE
           IF accounted = "Y"
               ADD 1 to okCount
           ELSE
               ADD 1 to excCount
               PERFORM PRINT-DIFF
           END-IF.

      **** A removal is logged by a renumber, or it is an archive  ****
      *    - ARCH-JOB moves the record to polhist.dat as it stood      *
       JUDGE-MISSING.
           IF df-movedOff(df-idx) = "Y"
               MOVE "Y" to accounted
               EXIT PARAGRAPH
           END-IF
           IF histAvail = "Y"
               MOVE bk-polNum to hs-polNum
               READ histFile
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       IF histRec = bkImage
                           MOVE "Y" to accounted
                           ADD 1 to archCount
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           IF df-audited(df-idx) = "Y"
               MOVE "removed, last audit entry leaves it on file"
                   to reasonText
           ELSE
               MOVE "removed with no audit entry or archive"
                   to reasonText
           END-IF.

      **** One line per differing field, backup value then current ****
       PRINT-DIFF.
           MOVE SPACES to excLine
           MOVE df-polNum(df-idx) to el-polNum
           EVALUATE df-kind(df-idx)
               WHEN "A" MOVE "ADDED" to el-kind
               WHEN "C" MOVE "CHANGED" to el-kind
               WHEN "M" MOVE "MISSING" to el-kind
           END-EVALUATE
           MOVE reasonText to el-reason
           IF df-kind(df-idx) = "C"
               PERFORM PRINT-CHANGED-FIELDS
           ELSE
               PERFORM PRINT-ALL-FIELDS
           END-IF.

       PRINT-CHANGED-FIELDS.
           IF bk-date NOT = cu-date
               MOVE "Date" to el-field
               MOVE bk-date to el-before
               MOVE cu-date to el-after
               PERFORM PRINT-FIELD
           END-IF
           IF bk-amt NOT = cu-amt
               MOVE "Amount" to el-field
               MOVE bk-amt to el-before
               MOVE cu-amt to el-after
               PERFORM PRINT-FIELD
           END-IF
           IF bk-prem NOT = cu-prem
               MOVE "Premium" to el-field
               MOVE bkImage(23:8) to el-before
               MOVE curImage(23:8) to el-after
               PERFORM PRINT-FIELD
           END-IF
           IF bk-agent NOT = cu-agent
               MOVE "Agent" to el-field
               MOVE bk-agent to el-before
               MOVE cu-agent to el-after
               PERFORM PRINT-FIELD
           END-IF
           IF bk-term NOT = cu-term
               MOVE "Term" to el-field
               MOVE bk-term to el-before
               MOVE cu-term to el-after
               PERFORM PRINT-FIELD
           END-IF
           IF bk-type NOT = cu-type
               MOVE "Type" to el-field
               MOVE bk-type to el-before
               MOVE cu-type to el-after
               PERFORM PRINT-FIELD
           END-IF
           IF bk-field NOT = cu-field
               MOVE "Status" to el-field
               MOVE bk-field to el-before
               MOVE cu-field to el-after
               PERFORM PRINT-FIELD
           END-IF
           IF bk-canDate NOT = cu-canDate
               MOVE "CanDate" to el-field
               MOVE bk-canDate to el-before
               MOVE cu-canDate to el-after
               PERFORM PRINT-FIELD
           END-IF.

      **** An added or missing policy prints every field, the     ****
      *    absent side blank                                            *
       PRINT-ALL-FIELDS.
           MOVE "Date" to el-field
           MOVE bkImage(7:8) to el-before
           MOVE curImage(7:8) to el-after
           PERFORM PRINT-FIELD
           MOVE "Amount" to el-field
           MOVE bkImage(15:8) to el-before
           MOVE curImage(15:8) to el-after
           PERFORM PRINT-FIELD
           MOVE "Premium" to el-field
           MOVE bkImage(23:8) to el-before
           MOVE curImage(23:8) to el-after
           PERFORM PRINT-FIELD
           MOVE "Agent" to el-field
           MOVE bkImage(33:5) to el-before
           MOVE curImage(33:5) to el-after
           PERFORM PRINT-FIELD
           MOVE "Term" to el-field
           MOVE bkImage(38:8) to el-before
           MOVE curImage(38:8) to el-after
           PERFORM PRINT-FIELD
           MOVE "Type" to el-field
           MOVE bkImage(46:3) to el-before
           MOVE curImage(46:3) to el-after
           PERFORM PRINT-FIELD
           MOVE "Status" to el-field
           MOVE bkImage(49:2) to el-before
           MOVE curImage(49:2) to el-after
           PERFORM PRINT-FIELD
           MOVE "CanDate" to el-field
           MOVE bkImage(51:8) to el-before
           MOVE curImage(51:8) to el-after
           PERFORM PRINT-FIELD.

      **** Policy, kind and reason print on the first line only ****
       PRINT-FIELD.
           WRITE printRep FROM excLine AFTER ADVANCING 1 LINES
           MOVE SPACES to el-polNum el-kind el-reason.

       CLOSEJOB.
           MOVE SPACES to totLine
           MOVE "Policies compared" to tl-text
           MOVE compareCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 3 LINES
           MOVE "Unchanged since the backup" to tl-text
           MOVE sameCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Added" to tl-text
           MOVE addCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Changed" to tl-text
           MOVE chgCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Missing" to tl-text
           MOVE missCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "Audit entries since the backup" to tl-text
           MOVE entryCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 2 LINES
           MOVE "Differences accounted for by the trail" to tl-text
           MOVE okCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "  of which archived to polhist.dat" to tl-text
           MOVE archCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "UNLOGGED DIFFERENCES" to tl-text
           MOVE excCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES

           DISPLAY compareCount " polic(y/ies) compared, " diffCount
               " difference(s), " excCount " with no matching audit "
               "entry"
           IF histAvail = "Y"
               CLOSE histFile
           END-IF
           CLOSE checkRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM AUD-CHECK.
