      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Nightly capacity statistics - a RUN-CTL step that
      *          counts the records on each of the system's data files
      *          and appends the counts to the history file
      *          caphist.txt, together with the elapsed time of every
      *          RUN-CTL step completed since the last capture (off
      *          runstat.txt). CAP-TREND reports growth and run-time
      *          drift from the history. A file not on disk is noted
      *          and skipped; a rerun the same day does not count the
      *          files twice. Steps are captured up to yesterday, so
      *          the ones still to run tonight are picked up tomorrow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-STATS.
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

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               record key is agent-code
               FILE STATUS is agentFile-Status.

      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** Billing file - layout must match billing.cbl's billRec ****
           select billFile assign to 'polbill.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is bl-key
               FILE STATUS is billFile-Status.

      **** layout must match custbuild.cbl's custMastRec ****
           select custMast assign to 'custmast.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cm-custNum
               FILE STATUS is custMast-Status.

      **** layout must match custbuild.cbl's custXrefRec ****
           select custXref assign to 'custxref.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is xr-polNum
               FILE STATUS is custXref-Status.

      **** layout must match adjmaint.cbl's adjRec ****
           select adjFile assign to 'adjuster.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is aj-code
               FILE STATUS is adjFile-Status.

      **** layout must match signon.cbl's secRec ****
           select secFile assign to 'secfile.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is sec-user
               FILE STATUS is secFile-Status.

      **** The line-sequential logs and extracts - the name is set ****
      *    at run time so one FD serves every one of them               *
           select seqFile assign to seqName
               organization is line sequential
               file status is seqFile-Status.

      **** layout must match runctl.cbl's statRec ****
           select statFile assign to 'runstat.txt'
               organization is line sequential
               file status is statFile-Status.

      **** Capacity history, kept on EXTEND - one line per file    ****
      *    count or step run time                                       *
           select optional histFile assign to 'caphist.txt'
               organization is line sequential
               file status is histFile-Status.

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

           fd adjFile.
           01 adjRec.
               03 aj-code pic x(5).
               03 aj-name pic x(20).
               03 aj-active pic x(2).

           fd secFile.
           01 secRec.
               03 sec-user pic x(8).
               03 sec-password pic x(8).
               03 sec-level pic 9(1).
               03 sec-pwDate pic 9(8).
               03 sec-fails pic 9(1).
               03 sec-locked pic x(1).
               03 sec-oldPw1 pic x(8).
               03 sec-oldPw2 pic x(8).
               03 sec-scope pic x(1).
               03 sec-agent pic x(5).
               03 sec-lastOn pic 9(8).
               03 sec-super pic x(8).

           fd seqFile.
               01 seqRec pic x(200).

           fd statFile.
           01 statRec.
               03 st-date pic 9(8).
               03      pic x.
               03 st-step pic 9(2).
               03      pic x.
               03 st-program pic x(30).
               03      pic x.
               03 st-start pic 9(8).
               03      pic x.
               03 st-end pic 9(8).
               03      pic x.
               03 st-outcome pic x(8).

      **** ch-kind F is a file's record count, S a step's elapsed ****
      *    seconds                                                      *
           fd histFile.
           01 histRec.
               03 ch-date pic 9(8).
               03      pic x.
               03 ch-kind pic x(1).
               03      pic x.
               03 ch-name pic x(30).
               03      pic x.
               03 ch-value pic 9(9).

       WORKING-STORAGE SECTION.
       01 polFile-Status pic xx.
       01 polName-Status pic xx.
       01 agentFile-Status pic xx.
       01 claimFile-Status pic xx.
       01 billFile-Status pic xx.
       01 custMast-Status pic xx.
       01 custXref-Status pic xx.
       01 adjFile-Status pic xx.
       01 secFile-Status pic xx.
       01 seqFile-Status pic xx.
       01 statFile-Status pic xx.
       01 histFile-Status pic xx.

       01 countEOF pic x VALUE "N".
       01 histEOF pic x VALUE "N".
       01 statEOF pic x VALUE "N".

       01 sysdate8 pic 9(8).
       01 lastStepDate pic 9(8) VALUE ZEROES.
       01 countedToday pic x VALUE "N".

       01 recCount pic 9(9).
       01 countName pic x(30).
       01 fileCount pic 9(3) VALUE ZEROES.
       01 missCount pic 9(3) VALUE ZEROES.
       01 stepCount pic 9(5) VALUE ZEROES.

      **** The line-sequential files counted, by name ****
       01 seqNames.
           03      pic x(14) VALUE "polaudit.txt".
           03      pic x(14) VALUE "polpay.txt".
           03      pic x(14) VALUE "claimtrn.txt".
           03      pic x(14) VALUE "seclog.txt".
           03      pic x(14) VALUE "polctl.txt".
           03      pic x(14) VALUE "runstat.txt".
           03      pic x(14) VALUE "gljournal.txt".
           03      pic x(14) VALUE "glcash.txt".
           03      pic x(14) VALUE "agchkreg.txt".
           03      pic x(14) VALUE "refundreg.txt".
           03      pic x(14) VALUE "distlog.txt".
           03      pic x(14) VALUE "caphist.txt".
       01 seqNameTable REDEFINES seqNames.
           03 seqEntry pic x(14) OCCURS 12 TIMES.
       01 seq-idx pic 9(2).
       01 seqName pic x(14).

      **** Step elapsed time - TIME is HHMMSSss ****
       01 timeWork.
           03 tw-hh pic 9(2).
           03 tw-mm pic 9(2).
           03 tw-ss pic 9(2).
           03 tw-hs pic 9(2).
       01 startSecs pic 9(7).
       01 endSecs pic 9(7).
       01 elapsedSecs pic s9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT sysdate8 FROM DATE YYYYMMDD
           PERFORM SCAN-HISTORY
           OPEN EXTEND histFile

           IF countedToday = "Y"
               DISPLAY "File counts already captured for " sysdate8
                   " - not counted again"
           ELSE
               PERFORM COUNT-INDEXED
               PERFORM VARYING seq-idx FROM 1 BY 1 UNTIL seq-idx > 12
                   MOVE seqEntry(seq-idx) to seqName
                   PERFORM COUNT-SEQUENTIAL
               END-PERFORM
           END-IF

           PERFORM CAPTURE-STEPS
           CLOSE histFile

           DISPLAY fileCount " file count(s) and " stepCount
               " step time(s) added to caphist.txt"
           IF missCount > ZEROES
               DISPLAY missCount " data file(s) not on disk - "
                   "skipped"
           END-IF
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

      **** Finds whether today's counts are on the history already ***
      *    and the latest step date captured                            *
       SCAN-HISTORY.
           OPEN INPUT histFile
           IF histFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL histEOF = "Y"
               READ histFile
                   AT END
                       MOVE "Y" to histEOF
                   NOT AT END
                       IF ch-kind = "F" AND ch-date = sysdate8
                           MOVE "Y" to countedToday
                       END-IF
                       IF ch-kind = "S" AND ch-date > lastStepDate
                           MOVE ch-date to lastStepDate
                       END-IF
               END-READ
           END-PERFORM
           CLOSE histFile.

      **** One count paragraph per indexed file - each needs its    ***
      *    own FD with the file's key                                   *
       COUNT-INDEXED.
           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT polFile
           IF polFile-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ polFile NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE polFile
               MOVE "polfile.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT polName
           IF polName-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ polName NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE polName
               MOVE "polnamei.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT agentFile
           IF agentFile-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ agentFile NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE agentFile
               MOVE "agent.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT claimFile
           IF claimFile-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ claimFile NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE claimFile
               MOVE "claims.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT billFile
           IF billFile-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ billFile NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE billFile
               MOVE "polbill.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT custMast
           IF custMast-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ custMast NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE custMast
               MOVE "custmast.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT custXref
           IF custXref-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ custXref NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE custXref
               MOVE "custxref.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT adjFile
           IF adjFile-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ adjFile NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE adjFile
               MOVE "adjuster.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF

           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT secFile
           IF secFile-Status = "00"
               PERFORM UNTIL countEOF = "Y"
                   READ secFile NEXT RECORD
                       AT END MOVE "Y" to countEOF
                       NOT AT END ADD 1 to recCount
                   END-READ
               END-PERFORM
               CLOSE secFile
               MOVE "secfile.dat" to countName
               PERFORM WRITE-COUNT
           ELSE
               ADD 1 to missCount
           END-IF.

       COUNT-SEQUENTIAL.
           MOVE ZEROES to recCount
           MOVE "N" to countEOF
           OPEN INPUT seqFile
           IF seqFile-Status NOT = "00"
               ADD 1 to missCount
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL countEOF = "Y"
               READ seqFile
                   AT END MOVE "Y" to countEOF
                   NOT AT END ADD 1 to recCount
               END-READ
           END-PERFORM
           CLOSE seqFile
           MOVE seqName to countName
           PERFORM WRITE-COUNT.

       WRITE-COUNT.
           MOVE SPACES to histRec
           MOVE sysdate8 to ch-date
           MOVE "F" to ch-kind
           MOVE countName to ch-name
           MOVE recCount to ch-value
           WRITE histRec
           ADD 1 to fileCount.

      **** Every step completed after the last captured date and  ****
      *    before today, in elapsed seconds - a step that ran past     *
      *    midnight gets the day added back                            *
       CAPTURE-STEPS.
           OPEN INPUT statFile
           IF statFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL statEOF = "Y"
               READ statFile
                   AT END
                       MOVE "Y" to statEOF
                   NOT AT END
                       IF st-outcome = "COMPLETE"
                           AND st-date > lastStepDate
                           AND st-date < sysdate8
                           PERFORM WRITE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE statFile.

       WRITE-STEP.
           MOVE st-start to timeWork
           COMPUTE startSecs = tw-hh * 3600 + tw-mm * 60 + tw-ss
           MOVE st-end to timeWork
           COMPUTE endSecs = tw-hh * 3600 + tw-mm * 60 + tw-ss
           COMPUTE elapsedSecs = endSecs - startSecs
           IF elapsedSecs < ZEROES
               ADD 86400 to elapsedSecs
           END-IF
           MOVE SPACES to histRec
           MOVE st-date to ch-date
           MOVE "S" to ch-kind
           MOVE st-program to ch-name
           MOVE elapsedSecs to ch-value
           WRITE histRec
           ADD 1 to stepCount.

       END PROGRAM CAP-STATS.
