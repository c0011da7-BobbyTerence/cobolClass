      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Catastrophe event aggregate report - every claim
      *          CLAIM-MAINT tagged with a catastrophe event is totalled
      *          by event, and within the event by policy type and by
      *          adjuster: claim count, open count, paid, reserve,
      *          salvage/subro recovered and net incurred (paid plus
      *          reserve less recoveries, as LOSS-RATIO nets it). Each
      *          event also goes on catnotice.txt, one line per event,
      *          for the reinsurer's catastrophe treaty notice. All
      *          events on catevent.dat are reported unless catrpt.dat
      *          names the one event wanted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-RPT.
       ENVIRONMENT DIVISION.
       Input-output section.
       file-control.
      **** layout must match catmaint.cbl's catRec ****
           select catFile assign to 'catevent.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ev-code
               FILE STATUS is catFile-Status.

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

      **** layout must match adjmaint.cbl's adjRec ****
           select adjFile assign to 'adjuster.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is aj-code
               FILE STATUS is adjFile-Status.

      **** Optional - the one event to report ****
           select selFile assign to 'catrpt.dat'
               organization is line sequential
               file status is selFile-Status.

      **** Treaty notice - one line per event reported ****
           select noticeFile assign to 'catnotice.txt'
               organization is line sequential.

           select catRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
           fd catFile.
           01 catRec.
               03 ev-code pic x(6).
               03 ev-desc pic x(30).
               03 ev-startDate pic 9(8).
               03 ev-endDate pic 9(8).
               03 ev-states.
                   05 ev-state pic x(2) OCCURS 10 TIMES.
               03 ev-status pic x(2).

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

           fd adjFile.
           01 adjRec.
               03 aj-code pic x(5).
               03 aj-name pic x(20).
               03 aj-active pic x(2).

           fd selFile.
               01 selRec pic x(6).

           fd noticeFile.
           01 noticeRec.
               03 cn-code pic x(6).
               03      pic x.
               03 cn-desc pic x(30).
               03      pic x.
               03 cn-start pic 9(8).
               03      pic x.
               03 cn-end pic 9(8).
               03      pic x.
               03 cn-states pic x(20).
               03      pic x.
               03 cn-count pic 9(5).
               03      pic x.
               03 cn-open pic 9(5).
               03      pic x.
               03 cn-paid pic 9(9)v99.
               03      pic x.
               03 cn-reserve pic 9(9)v99.
               03      pic x.
               03 cn-recovered pic 9(9)v99.
               03      pic x.
               03 cn-incurred pic 9(9)v99.

           fd catRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
      **** Line/Page Count ****
       01 lnCnt pic 99.
       01 pg-in pic 9999.
       01 wsdate.
           04 yy pic 99.
           04 mm pic 99.
           04 dd pic 99.

       01 catFile-Status pic xx.
       01 claimFile-Status pic xx.
       01 polFile-Status pic xx.
       01 adjFile-Status pic xx.
       01 selFile-Status pic xx.
       01 endRead pic x VALUE "N".
       01 catAvail pic x VALUE "N".
       01 polAvail pic x VALUE "N".
       01 adjAvail pic x VALUE "N".
       01 selCode pic x(6) VALUE SPACES.

      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".

      **** One entry per event reported - the by-type buckets run   ****
      *    parallel to POLTYPE-TABLE with one extra slot for types not *
      *    on the table. A claim tagged to a code no longer on         *
      *    catevent.dat gets an entry of its own so its dollars still  *
      *    show                                                         *
       01 EventTable.
           03 EventEntry OCCURS 100 TIMES.
               05 et-code pic x(6).
               05 et-desc pic x(30).
               05 et-start pic 9(8).
               05 et-end pic 9(8).
               05 et-states pic x(20).
               05 et-status pic x(2).
               05 et-sums.
                   07 et-count pic 9(5).
                   07 et-open pic 9(5).
                   07 et-paid pic 9(9)v99.
                   07 et-reserve pic 9(9)v99.
                   07 et-recovered pic 9(9)v99.
                   07 et-incurred pic 9(9)v99.
               05 et-type OCCURS 6 TIMES.
                   07 ety-count pic 9(5).
                   07 ety-open pic 9(5).
                   07 ety-paid pic 9(9)v99.
                   07 ety-reserve pic 9(9)v99.
                   07 ety-recovered pic 9(9)v99.
                   07 ety-incurred pic 9(9)v99.
       01 eventCount pic 9(3) VALUE ZEROES.
       01 et-idx pic 9(3).
       01 et-found pic x VALUE "N".

      **** Event and adjuster pairs, in the order first met ****
       01 AdjTable.
           03 AdjEntry OCCURS 500 TIMES.
               05 at-event pic 9(3).
               05 at-adj pic x(5).
               05 at-count pic 9(5).
               05 at-open pic 9(5).
               05 at-paid pic 9(9)v99.
               05 at-reserve pic 9(9)v99.
               05 at-recovered pic 9(9)v99.
               05 at-incurred pic 9(9)v99.
       01 adjCount pic 9(3) VALUE ZEROES.
       01 at-idx pic 9(3).
       01 at-found pic x VALUE "N".

       01 grSums.
           03 gr-count pic 9(5) VALUE ZEROES.
           03 gr-open pic 9(5) VALUE ZEROES.
           03 gr-paid pic 9(9)v99 VALUE ZEROES.
           03 gr-reserve pic 9(9)v99 VALUE ZEROES.
           03 gr-recovered pic 9(9)v99 VALUE ZEROES.
           03 gr-incurred pic 9(9)v99 VALUE ZEROES.

      **** Incurred nets recoveries, floored at zero per claim the ****
      *    same way LOSS-RATIO does                                     *
       01 netWork pic s9(9)v99.
       01 claimIncurred pic 9(9)v99.
       01 claimOpen pic 9(1).
       01 claimCount pic 9(7) VALUE ZEROES.
       01 taggedCount pic 9(7) VALUE ZEROES.

       01 header1.
           05 mm-out pic 99.
           05      pic x VALUE "/".
           05 dd-out pic 99.
           05      pic x VALUE "/".
           05 yy-out pic 99.
           05      pic x(24).
           05      pic x(27) VALUE "CATASTROPHE EVENT AGGREGATE".
           05      pic x(3).
           05      pic x(5) VALUE "PAGE ".
           05 pg-out pic Z,ZZ9.
           05      pic x(10).
           05      pic x(12) VALUE "Will Flowers".

       01 eventHead1.
           03      pic x(7) VALUE "EVENT ".
           03 eh-code pic x(6).
           03      pic x(2).
           03 eh-desc pic x(30).
           03      pic x(2).
           03      pic x(8) VALUE "STATUS ".
           03 eh-status pic x(2).

       01 eventHead2.
           03      pic x(7) VALUE "FROM ".
           03 eh-start pic 99/99/9999.
           03      pic x(4) VALUE " TO ".
           03 eh-end pic 99/99/9999.
           03 eh-open pic x(12).
           03      pic x(8) VALUE "STATES ".
           03 eh-states pic x(30).

       01 colHead.
           03 ch-label pic x(28).
           03      pic x(7) VALUE "Claims".
           03      pic x(6) VALUE "Open".
           03      pic x(17) VALUE "          Paid".
           03      pic x(17) VALUE "       Reserve".
           03      pic x(17) VALUE "     Recovered".
           03      pic x(17) VALUE "  Net Incurred".

       01 sumLine.
           03 sl-label pic x(28).
           03 sl-count pic ZZ,ZZ9.
           03      pic x(1).
           03 sl-open pic ZZ,ZZ9.
           03      pic x(1).
           03 sl-paid pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(3).
           03 sl-reserve pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(3).
           03 sl-recovered pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(3).
           03 sl-incurred pic ZZZ,ZZZ,ZZ9.99.

       01 typeLabel.
           03 tl-code pic x(3).
           03      pic x(1).
           03 tl-desc pic x(20).

       01 adjLabel.
           03 al-code pic x(5).
           03      pic x(1).
           03 al-name pic x(20).

       01 sumWork.
           03 sw-count pic 9(5).
           03 sw-open pic 9(5).
           03 sw-paid pic 9(9)v99.
           03 sw-reserve pic 9(9)v99.
           03 sw-recovered pic 9(9)v99.
           03 sw-incurred pic 9(9)v99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITPROJ.
           PERFORM LOAD-EVENTS.
           PERFORM CLAIMS-PASS.
           PERFORM PRINT-EVENTS.
           PERFORM CLOSEPROJ.

       INITPROJ.
      **** catrpt.dat names the one event wanted, if any ****
           OPEN INPUT selFile
           IF selFile-Status = "00"
               READ selFile
                   AT END continue
                   NOT AT END
                       MOVE selRec to selCode
               END-READ
               CLOSE selFile
           END-IF
           INITIALIZE EventTable AdjTable
           OPEN INPUT catFile
           IF catFile-Status = "00"
               MOVE "Y" to catAvail
           END-IF
           OPEN INPUT claimFile
           OPEN INPUT polFile
           IF polFile-Status = "00"
               MOVE "Y" to polAvail
           END-IF
           OPEN INPUT adjFile
           IF adjFile-Status = "00"
               MOVE "Y" to adjAvail
           END-IF
           OPEN OUTPUT noticeFile
           OPEN OUTPUT catRep
           ACCEPT wsdate FROM DATE
           MOVE mm to mm-out
           MOVE yy to yy-out
           MOVE dd to dd-out.

      **** Every event on file, or just the one selected, is       ****
      *    reported even when no claim is tagged to it yet             *
       LOAD-EVENTS.
           IF catAvail NOT = "Y"
               DISPLAY "WARNING - catevent.dat not on file - build it "
                   "through CAT-MAINT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           MOVE LOW-VALUES to ev-code
           START catFile KEY IS >= ev-code
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ catFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       IF selCode = SPACES OR selCode = ev-code
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-EVENT.
           IF eventCount NOT < 100
               DISPLAY "Warning, event table full, event " ev-code
                   " not reported"
               EXIT PARAGRAPH
           END-IF
           ADD 1 to eventCount
           MOVE ev-code to et-code(eventCount)
           MOVE ev-desc to et-desc(eventCount)
           MOVE ev-startDate to et-start(eventCount)
           MOVE ev-endDate to et-end(eventCount)
           MOVE ev-states to et-states(eventCount)
           MOVE ev-status to et-status(eventCount).

       CLAIMS-PASS.
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
                       ADD 1 to claimCount
                       IF cl-eventCode NOT = SPACES
                           AND (selCode = SPACES
                                OR selCode = cl-eventCode)
                           PERFORM ADD-CLAIM
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CLAIM.
           PERFORM FIND-EVENT
           IF et-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
           ADD 1 to taggedCount
           COMPUTE netWork = cl-paid + cl-reserve - cl-recovered
           IF netWork < ZEROES
               MOVE ZEROES to netWork
           END-IF
           MOVE netWork to claimIncurred
           MOVE ZEROES to claimOpen
           IF cl-status NOT = "CL"
               MOVE 1 to claimOpen
           END-IF

           ADD 1 to et-count(et-idx)
           ADD claimOpen to et-open(et-idx)
           ADD cl-paid to et-paid(et-idx)
           ADD cl-reserve to et-reserve(et-idx)
           ADD cl-recovered to et-recovered(et-idx)
           ADD claimIncurred to et-incurred(et-idx)

           MOVE SPACES to poltype-in
           IF polAvail = "Y"
               MOVE cl-polNum to polNum-in
               READ polFile
                   INVALID KEY
                       MOVE SPACES to poltype-in
               END-READ
           END-IF
           PERFORM FIND-TYPE
           ADD 1 to ety-count(et-idx, PT-IDX)
           ADD claimOpen to ety-open(et-idx, PT-IDX)
           ADD cl-paid to ety-paid(et-idx, PT-IDX)
           ADD cl-reserve to ety-reserve(et-idx, PT-IDX)
           ADD cl-recovered to ety-recovered(et-idx, PT-IDX)
           ADD claimIncurred to ety-incurred(et-idx, PT-IDX)

           PERFORM FIND-ADJUSTER
           IF at-idx NOT = ZEROES
               ADD 1 to at-count(at-idx)
               ADD claimOpen to at-open(at-idx)
               ADD cl-paid to at-paid(at-idx)
               ADD cl-reserve to at-reserve(at-idx)
               ADD cl-recovered to at-recovered(at-idx)
               ADD claimIncurred to at-incurred(at-idx)
           END-IF

           ADD 1 to gr-count
           ADD claimOpen to gr-open
           ADD cl-paid to gr-paid
           ADD cl-reserve to gr-reserve
           ADD cl-recovered to gr-recovered
           ADD claimIncurred to gr-incurred.

      **** Leaves et-idx at the claim's event, adding one for a    ****
      *    code no longer on catevent.dat - zero means the table is    *
      *    full                                                         *
       FIND-EVENT.
           MOVE "N" to et-found
           PERFORM VARYING et-idx FROM 1 BY 1
                   UNTIL et-idx > eventCount OR et-found = "Y"
               IF et-code(et-idx) = cl-eventCode
                   MOVE "Y" to et-found
               END-IF
           END-PERFORM
           IF et-found = "Y"
               SUBTRACT 1 FROM et-idx
           ELSE
               IF eventCount < 100
                   ADD 1 to eventCount
                   MOVE eventCount to et-idx
                   MOVE cl-eventCode to et-code(et-idx)
                   MOVE "EVENT NOT ON CATEVENT.DAT" to et-desc(et-idx)
                   MOVE "??" to et-status(et-idx)
               ELSE
                   DISPLAY "Warning, event table full, claim "
                       cl-claimNum " not reported"
                   MOVE ZEROES to et-idx
               END-IF
           END-IF.

       FIND-ADJUSTER.
           MOVE "N" to at-found
           PERFORM VARYING at-idx FROM 1 BY 1
                   UNTIL at-idx > adjCount OR at-found = "Y"
               IF at-event(at-idx) = et-idx
                   AND at-adj(at-idx) = cl-adjuster
                   MOVE "Y" to at-found
               END-IF
           END-PERFORM
           IF at-found = "Y"
               SUBTRACT 1 FROM at-idx
           ELSE
               IF adjCount < 500
                   ADD 1 to adjCount
                   MOVE adjCount to at-idx
                   MOVE et-idx to at-event(at-idx)
                   MOVE cl-adjuster to at-adj(at-idx)
               ELSE
                   DISPLAY "Warning, adjuster table full, claim "
                       cl-claimNum " left off the adjuster lines"
                   MOVE ZEROES to at-idx
               END-IF
           END-IF.

      **** Leaves PT-IDX at this policy's POLTYPE-TABLE entry, or   ****
      *    at the extra slot for a type not on the table               *
       FIND-TYPE.
           MOVE "N" to PT-FOUND
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-TABLE-SIZE OR PT-FOUND = "Y"
               IF PT-CODE(PT-IDX) = poltype-in
                   MOVE "Y" to PT-FOUND
               END-IF
           END-PERFORM
           IF PT-FOUND = "Y"
               SUBTRACT 1 FROM PT-IDX
           ELSE
               COMPUTE PT-IDX = PT-TABLE-SIZE + 1
           END-IF.

      **** One page per event - heading, policy type lines,        ****
      *    adjuster lines and the event total - and its notice line    *
       PRINT-EVENTS.
           PERFORM VARYING et-idx FROM 1 BY 1
                   UNTIL et-idx > eventCount
               PERFORM PRINT-ONE-EVENT
               PERFORM WRITE-NOTICE
           END-PERFORM
           IF eventCount > 1
               MOVE SPACES to sumLine
               MOVE "ALL EVENTS" to sl-label
               MOVE grSums to sumWork
               PERFORM EDIT-SUM-LINE
               WRITE printRep FROM sumLine AFTER ADVANCING 3 LINES
           END-IF.

       PRINT-ONE-EVENT.
           ADD 1 to pg-in
           MOVE pg-in to pg-out
           IF pg-in = 1
               WRITE printRep FROM header1 AFTER ADVANCING 1 LINES
           ELSE
               WRITE printRep FROM header1 AFTER ADVANCING PAGE
           END-IF
           MOVE et-code(et-idx) to eh-code
           MOVE et-desc(et-idx) to eh-desc
           MOVE et-status(et-idx) to eh-status
           WRITE printRep FROM eventHead1 AFTER ADVANCING 2 LINES
           MOVE et-start(et-idx) to eh-start
           MOVE et-end(et-idx) to eh-end
           MOVE SPACES to eh-open
           IF et-end(et-idx) = ZEROES
               MOVE " (UNDER WAY)" to eh-open
           END-IF
           MOVE et-states(et-idx) to eh-states
           WRITE printRep FROM eventHead2 AFTER ADVANCING 1 LINES

           MOVE "BY POLICY TYPE" to ch-label
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-TABLE-SIZE + 1
               IF ety-count(et-idx, PT-IDX) > ZEROES
                   MOVE SPACES to typeLabel
                   IF PT-IDX > PT-TABLE-SIZE
                       MOVE "OTH" to tl-code
                       MOVE "TYPE NOT ON FILE" to tl-desc
                   ELSE
                       MOVE PT-CODE(PT-IDX) to tl-code
                       MOVE PT-DESC(PT-IDX) to tl-desc
                   END-IF
                   MOVE SPACES to sumLine
                   MOVE typeLabel to sl-label
                   MOVE et-type(et-idx, PT-IDX) to sumWork
                   PERFORM EDIT-SUM-LINE
                   WRITE printRep FROM sumLine AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM

           MOVE "BY ADJUSTER" to ch-label
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES
           PERFORM VARYING at-idx FROM 1 BY 1 UNTIL at-idx > adjCount
               IF at-event(at-idx) = et-idx
                   PERFORM PRINT-ADJ-LINE
               END-IF
           END-PERFORM

           MOVE SPACES to sumLine
           MOVE "EVENT TOTAL" to sl-label
           MOVE et-sums(et-idx) to sumWork
           PERFORM EDIT-SUM-LINE
           WRITE printRep FROM sumLine AFTER ADVANCING 2 LINES.

       PRINT-ADJ-LINE.
           MOVE SPACES to adjLabel
           MOVE at-adj(at-idx) to al-code
           IF adjAvail = "Y"
               MOVE at-adj(at-idx) to aj-code
               READ adjFile
                   INVALID KEY
                       MOVE "NOT ON ADJUSTER.DAT" to al-name
                   NOT INVALID KEY
                       MOVE aj-name to al-name
               END-READ
           END-IF
           MOVE SPACES to sumLine
           MOVE adjLabel to sl-label
           MOVE at-count(at-idx) to sw-count
           MOVE at-open(at-idx) to sw-open
           MOVE at-paid(at-idx) to sw-paid
           MOVE at-reserve(at-idx) to sw-reserve
           MOVE at-recovered(at-idx) to sw-recovered
           MOVE at-incurred(at-idx) to sw-incurred
           PERFORM EDIT-SUM-LINE
           WRITE printRep FROM sumLine AFTER ADVANCING 1 LINES.

       EDIT-SUM-LINE.
           MOVE sw-count to sl-count
           MOVE sw-open to sl-open
           MOVE sw-paid to sl-paid
           MOVE sw-reserve to sl-reserve
           MOVE sw-recovered to sl-recovered
           MOVE sw-incurred to sl-incurred.

       WRITE-NOTICE.
           MOVE SPACES to noticeRec
           MOVE et-code(et-idx) to cn-code
           MOVE et-desc(et-idx) to cn-desc
           MOVE et-start(et-idx) to cn-start
           MOVE et-end(et-idx) to cn-end
           MOVE et-states(et-idx) to cn-states
           MOVE et-count(et-idx) to cn-count
           MOVE et-open(et-idx) to cn-open
           MOVE et-paid(et-idx) to cn-paid
           MOVE et-reserve(et-idx) to cn-reserve
           MOVE et-recovered(et-idx) to cn-recovered
           MOVE et-incurred(et-idx) to cn-incurred
           WRITE noticeRec.

       CLOSEPROJ.
           DISPLAY claimCount " claim(s) read, " taggedCount
               " tagged to " eventCount " event(s) reported"
           IF catAvail = "Y"
               CLOSE catFile
           END-IF
           IF polAvail = "Y"
               CLOSE polFile
           END-IF
           IF adjAvail = "Y"
               CLOSE adjFile
           END-IF
           CLOSE claimFile noticeFile catRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM CAT-RPT.
