      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Post-print report bursting - reads the dated print
      *          archives the report programs capture as they print
      *          (<report>.YYYYMMDD.prt, the same files REPRINT
      *          re-spools) and splits each run into one file per
      *          recipient by the distribution table DIST-MAINT keeps
      *          on distrib.dat. Each archive line carries its break
      *          key - the agent on AGENT-STMT and the PAY-POST aging,
      *          the adjuster on DIARY-RPT - and goes to every
      *          recipient whose entry takes that agent, that agent's
      *          manager, that adjuster or the whole run. The run's
      *          heading lines are repeated at the top of each
      *          recipient's file. A recipient's pages are written to
      *          <recipient>.<report>.YYYYMMDD.dst, replaced if the
      *          burst is rerun. Keyed pages nobody is set up to
      *          receive go to UNMAPPED.<report>.YYYYMMDD.dst so
      *          nothing is silently dropped. Every break key
      *          delivered to every recipient is logged on
      *          distlog.txt with the destination and file, as proof
      *          of delivery. The archives burst are today's unless
      *          burst.dat names a run date (YYYYMMDD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURST-RPT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match distmaint.cbl's distRec ****
           select distFile assign to 'distrib.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is ds-key
               FILE STATUS is distFile-Status.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is agent-code
               FILE STATUS is agentFile-Status.

      **** Optional run date to burst ****
           select parmFile assign to 'burst.dat'
               organization is line sequential
               file status is parmFile-Status.

      **** One archive per report per day - the name is built from ****
      *    the report and the run date                                  *
           select archFile assign to archName
               organization is line sequential
               file status is archFile-Status.

      **** One output file per recipient per report ****
           select recipFile assign to recipFileName
               organization is line sequential
               file status is recipFile-Status.

      **** burstWork brings each recipient's lines together in     ****
      *    their original print order                                   *
           select burstWork assign to 'sortwrk'.

      **** Delivery log, kept on EXTEND so the history survives ****
           select optional logFile assign to 'distlog.txt'
               organization is line sequential.

       DATA DIVISION.
       file section.
           fd distFile.
           01 distRec.
               03 ds-key.
                   05 ds-report pic x(10).
                   05 ds-keyType pic x(1).
                   05 ds-breakKey pic x(5).
                   05 ds-recip pic x(8).
               03 ds-recipName pic x(20).
               03 ds-dest pic x(40).

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

           fd parmFile.
           01 parmRec.
               03 pm-runDate pic 9(8).

      **** layout must match reprint.cbl's archRec ****
           fd archFile.
           01 archRec.
               03 ar-key pic x(6).
               03      pic x.
               03 ar-line pic x(132).

           fd recipFile.
           01 recipRec pic x(132).

           SD burstWork.
           01 burstWorkRec.
               03 bw-recip pic x(8).
               03 bw-seq pic 9(7).
               03 bw-ent pic 9(4).
               03 bw-key pic x(6).
               03 bw-line pic x(132).

           fd logFile.
           01 logRec pic x(150).

       working-storage section.
       01 distFile-Status pic xx.
       01 agentFile-Status pic xx.
       01 parmFile-Status pic xx.
       01 archFile-Status pic xx.
       01 recipFile-Status pic xx.
       01 distEOF pic x VALUE "N".
       01 archEOF pic x VALUE "N".
       01 agentAvail pic x VALUE "N".
       01 burstEOF pic x VALUE "N".

       01 runDate pic 9(8).
       01 logDate pic 9(8).
       01 logTime pic 9(8).
       01 archName pic x(24).
       01 recipFileName pic x(40).

      **** distrib.dat in key order, so each report's entries sit  ****
      *    together - repFirst/repLast bound the report in progress     *
       01 DistTable.
           03 DistEntry OCCURS 500 TIMES.
               05 dt-report pic x(10).
               05 dt-keyType pic x(1).
               05 dt-breakKey pic x(5).
               05 dt-recip pic x(8).
               05 dt-recipName pic x(20).
               05 dt-dest pic x(40).
       01 distCount pic 9(4) VALUE ZEROES.
       01 dt-idx pic 9(4).
       01 repFirst pic 9(4).
       01 repLast pic 9(4).
       01 curReport pic x(10).

      **** Recipients one archive line has already gone to - an     ***
      *    agent's own entry and a manager entry for the same person   *
      *    must not deliver the line twice                              *
       01 LineRecips.
           03 lr-recip pic x(8) OCCURS 50 TIMES.
       01 lineRecipCount pic 9(2).
       01 lr-idx pic 9(2).
       01 lr-found pic x.
       01 keyMatched pic x.

      **** The run's heading - blank-key lines before the first    ****
      *    keyed line - repeated at the top of each recipient's file   *
       01 HeadTable.
           03 hd-line pic x(132) OCCURS 10 TIMES.
       01 headCount pic 9(2).
       01 hd-idx pic 9(2).
       01 keyedSeen pic x.

      **** Manager of the agent key last looked up on agent.dat ****
       01 mgrKey pic x(6).
       01 mgrCode pic x(5).

       01 lineSeq pic 9(7).
       01 workRecip pic x(8).
       01 workEnt pic 9(4).

      **** Recipient / break key group in progress on the output ****
       01 recip-in pic x(8).
       01 key-in pic x(6).
       01 recipDest pic x(40).
       01 keyLines pic 9(5).
       01 recipOpen pic x VALUE "N".

       01 reportCount pic 9(3) VALUE ZEROES.
       01 fileCount pic 9(5) VALUE ZEROES.
       01 unmappedCount pic 9(5) VALUE ZEROES.
       01 runUnmapped pic 9(5).

       01 logLine.
           03 lg-date pic 9(8).
           03      pic x VALUE SPACE.
           03 lg-time pic 9(8).
           03      pic x VALUE SPACE.
           03 lg-report pic x(10).
           03      pic x VALUE SPACE.
           03 lg-runDate pic 9(8).
           03      pic x VALUE SPACE.
           03 lg-key pic x(6).
           03      pic x VALUE SPACE.
           03 lg-recip pic x(8).
           03      pic x VALUE SPACE.
           03 lg-lines pic 9(5).
           03      pic x VALUE SPACE.
           03 lg-dest pic x(40).
           03      pic x VALUE SPACE.
           03 lg-file pic x(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           IF distCount = ZEROES
               DISPLAY "No distribution entries on distrib.dat - "
                   "nothing to burst"
           END-IF

           MOVE 1 to dt-idx
           PERFORM UNTIL dt-idx > distCount
               MOVE dt-report(dt-idx) to curReport
               MOVE dt-idx to repFirst
               PERFORM UNTIL dt-idx > distCount
                       OR dt-report(dt-idx) NOT = curReport
                   ADD 1 to dt-idx
               END-PERFORM
               COMPUTE repLast = dt-idx - 1
               PERFORM BURST-REPORT
           END-PERFORM

           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT runDate FROM DATE YYYYMMDD
           OPEN INPUT parmFile
           IF parmFile-Status = "00"
               READ parmFile
                   AT END continue
                   NOT AT END
                       IF pm-runDate NUMERIC AND pm-runDate > 19000000
                           MOVE pm-runDate to runDate
                       END-IF
               END-READ
               CLOSE parmFile
           END-IF

           OPEN INPUT agentFile
           IF agentFile-Status = "00"
               MOVE "Y" to agentAvail
           END-IF
           OPEN EXTEND logFile

           OPEN INPUT distFile
           IF distFile-Status NOT = "00"
               DISPLAY "Error, distrib.dat could not be opened "
                   "(status " distFile-Status ") - set up the "
                   "distribution table through DIST-MAINT"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL distEOF = "Y"
               READ distFile NEXT RECORD
                   AT END
                       MOVE "Y" to distEOF
                   NOT AT END
                       PERFORM LOAD-ENTRY
               END-READ
           END-PERFORM
           CLOSE distFile.

       LOAD-ENTRY.
           IF distCount NOT < 500
               DISPLAY "Warning, distribution table full - "
                   ds-report " " ds-recip " not loaded"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to distCount
           MOVE ds-report to dt-report(distCount)
           MOVE ds-keyType to dt-keyType(distCount)
           MOVE ds-breakKey to dt-breakKey(distCount)
           MOVE ds-recip to dt-recip(distCount)
           MOVE ds-recipName to dt-recipName(distCount)
           MOVE ds-dest to dt-dest(distCount).

      **** Splits one report's archive for the run date among the ****
      *    recipients in entries repFirst thru repLast                 *
       BURST-REPORT.
           MOVE SPACES to archName
           STRING curReport DELIMITED BY SPACE
               "." runDate ".prt" DELIMITED BY SIZE
               INTO archName
           OPEN INPUT archFile
           IF archFile-Status NOT = "00"
               DISPLAY "No " archName " to burst (status "
                   archFile-Status ") - was " curReport
                   " run that day?"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to reportCount
           MOVE ZEROES to runUnmapped

           SORT burstWork
               ON ASCENDING KEY bw-recip bw-seq
               INPUT PROCEDURE is SPLIT-ARCHIVE
               OUTPUT PROCEDURE is WRITE-RECIPIENTS
           CLOSE archFile

           IF runUnmapped > ZEROES
               DISPLAY runUnmapped " line(s) of " archName
                   " have no recipient - see UNMAPPED."
                   curReport
           END-IF.

       SPLIT-ARCHIVE.
           MOVE ZEROES to lineSeq headCount
           MOVE SPACES to mgrKey
           MOVE "N" to keyedSeen
           MOVE "N" to archEOF
           PERFORM UNTIL archEOF = "Y"
               READ archFile
                   AT END
                       MOVE "Y" to archEOF
                   NOT AT END
                       ADD 1 to lineSeq
                       PERFORM ROUTE-LINE
               END-READ
           END-PERFORM.

      **** Releases one archive line once to each recipient it     ****
      *    belongs to                                                   *
       ROUTE-LINE.
           MOVE ZEROES to lineRecipCount
           MOVE "N" to keyMatched
           IF ar-key = SPACES
               IF keyedSeen = "N" AND headCount < 10
                   ADD 1 to headCount
                   MOVE ar-line to hd-line(headCount)
               END-IF
           ELSE
               MOVE "Y" to keyedSeen
           END-IF

           PERFORM VARYING dt-idx FROM repFirst BY 1
                   UNTIL dt-idx > repLast
               EVALUATE dt-keyType(dt-idx)
                   WHEN "*"
                       PERFORM RELEASE-TO-ENTRY
                   WHEN "A"
                   WHEN "J"
                       IF ar-key NOT = SPACES
                           AND ar-key(1:5) = dt-breakKey(dt-idx)
                           MOVE "Y" to keyMatched
                           PERFORM RELEASE-TO-ENTRY
                       END-IF
                   WHEN "M"
                       IF ar-key NOT = SPACES
                           PERFORM FIND-MANAGER
                           IF mgrCode = dt-breakKey(dt-idx)
                               MOVE "Y" to keyMatched
                               PERFORM RELEASE-TO-ENTRY
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

      **** A keyed line nobody takes still gets delivered somewhere ***
           IF ar-key NOT = SPACES AND keyMatched = "N"
               MOVE "UNMAPPED" to workRecip
               MOVE ZEROES to workEnt
               PERFORM RELEASE-ONE
               ADD 1 to runUnmapped
               ADD 1 to unmappedCount
           END-IF.

       RELEASE-TO-ENTRY.
           MOVE "N" to lr-found
           PERFORM VARYING lr-idx FROM 1 BY 1
                   UNTIL lr-idx > lineRecipCount OR lr-found = "Y"
               IF lr-recip(lr-idx) = dt-recip(dt-idx)
                   MOVE "Y" to lr-found
               END-IF
           END-PERFORM
           IF lr-found = "Y"
               EXIT PARAGRAPH
           END-IF
           IF lineRecipCount < 50
               ADD 1 to lineRecipCount
               MOVE dt-recip(dt-idx) to lr-recip(lineRecipCount)
           END-IF
           MOVE dt-recip(dt-idx) to workRecip
           MOVE dt-idx to workEnt
           PERFORM RELEASE-ONE.

       RELEASE-ONE.
           MOVE workRecip to bw-recip
           MOVE lineSeq to bw-seq
           MOVE workEnt to bw-ent
           MOVE ar-key to bw-key
           MOVE ar-line to bw-line
           RELEASE burstWorkRec.

      **** mgrCode is the manager-code of the agent on ar-key - the ***
      *    last agent looked up is kept, since its lines run together  *
       FIND-MANAGER.
           IF ar-key = mgrKey
               EXIT PARAGRAPH
           END-IF
           MOVE ar-key to mgrKey
           MOVE SPACES to mgrCode
           IF agentAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ar-key(1:5) to agent-code
           READ agentFile
               INVALID KEY
                   continue
               NOT INVALID KEY
                   MOVE manager-code to mgrCode
           END-READ.

      **** One file per recipient, one log line per break key      ****
      *    delivered to it                                              *
       WRITE-RECIPIENTS.
           MOVE SPACES to recip-in key-in
           MOVE ZEROES to keyLines
           MOVE "N" to burstEOF
           PERFORM UNTIL burstEOF = "Y"
               RETURN burstWork
                   AT END
                       MOVE "Y" to burstEOF
                   NOT AT END
                       PERFORM WRITE-ONE
               END-RETURN
           END-PERFORM
           IF recipOpen = "Y"
               PERFORM LOG-KEY
               CLOSE recipFile
               MOVE "N" to recipOpen
           END-IF.

       WRITE-ONE.
           IF bw-recip NOT = recip-in
               IF recipOpen = "Y"
                   PERFORM LOG-KEY
                   CLOSE recipFile
                   MOVE "N" to recipOpen
               END-IF
               PERFORM OPEN-RECIPIENT
           ELSE
               IF bw-key NOT = key-in
                   PERFORM LOG-KEY
                   MOVE bw-key to key-in
                   MOVE ZEROES to keyLines
               END-IF
           END-IF
           IF recipOpen = "Y"
               WRITE recipRec FROM bw-line
               ADD 1 to keyLines
           END-IF.

      **** Starts a recipient's file, heading first unless its own ***
      *    lines begin with the heading (a whole-run copy)             *
       OPEN-RECIPIENT.
           MOVE bw-recip to recip-in
           MOVE bw-key to key-in
           MOVE ZEROES to keyLines
           IF bw-ent = ZEROES
               MOVE "no distribution entry - deliver by hand"
                   to recipDest
           ELSE
               MOVE dt-dest(bw-ent) to recipDest
           END-IF
           MOVE SPACES to recipFileName
           STRING bw-recip DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               curReport DELIMITED BY SPACE
               "." runDate ".dst" DELIMITED BY SIZE
               INTO recipFileName
           OPEN OUTPUT recipFile
           IF recipFile-Status NOT = "00"
               DISPLAY "Error, " recipFileName " could not be "
                   "created (status " recipFile-Status ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" to recipOpen
           ADD 1 to fileCount
           IF bw-seq > headCount
               PERFORM VARYING hd-idx FROM 1 BY 1
                       UNTIL hd-idx > headCount
                   WRITE recipRec FROM hd-line(hd-idx)
               END-PERFORM
           END-IF.

       LOG-KEY.
           IF keyLines = ZEROES
               EXIT PARAGRAPH
           END-IF
           ACCEPT logDate FROM DATE YYYYMMDD
           ACCEPT logTime FROM TIME
           MOVE logDate to lg-date
           MOVE logTime to lg-time
           MOVE curReport to lg-report
           MOVE runDate to lg-runDate
           MOVE key-in to lg-key
           MOVE recip-in to lg-recip
           MOVE keyLines to lg-lines
           MOVE recipDest to lg-dest
           MOVE recipFileName to lg-file
           WRITE logRec FROM logLine.

       CLOSEJOB.
           DISPLAY reportCount " report(s) burst into " fileCount
               " recipient file(s) - see distlog.txt"
           IF unmappedCount > ZEROES
               DISPLAY "Warning, " unmappedCount " line(s) had no "
                   "recipient - add them through DIST-MAINT"
           END-IF
           IF agentAvail = "Y"
               CLOSE agentFile
           END-IF
           CLOSE logFile
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM BURST-RPT.
