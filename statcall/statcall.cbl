      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Year-end statistical call extract for the rating
      *          bureau - one statcall.txt record per insured state,
      *          policy type and accident year, carrying written
      *          premium, earned premium, earned exposure in policy-
      *          years, claim count, paid losses and case reserves.
      *          Premium falls in the year of polDate-in and is earned
      *          pro-rata by days exactly as EARN-RPT earns it; claims
      *          fall in the year of cl-lossDate, paid and reserve net
      *          of salvage and subrogation the way LOSS-RATIO takes
      *          incurred. The state is the insured's polnamei.dat
      *          state, as PREMTAX-JOB files it. Policies and claims
      *          that cannot be given a state (or a year) go on
      *          statcall.exc, and the control page ties the extract
      *          plus the exceptions back to EARN-RPT's written and
      *          earned totals and LOSS-RATIO's gross incurred. Earned
      *          premium is as of today unless statcall.dat names an
      *          as-of date (YYYYMMDD) - run EARN-RPT for the same day
      *          for the tie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAT-CALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match final.cbl's polFileRec byte for byte ****
           select polFile assign to 'polfile.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** Optional as-of date for the earning ****
           select parmFile assign to 'statcall.dat'
               organization is line sequential
               file status is parmFile-Status.

      **** The fixed-layout extract the bureau call is built from ****
           select statFile assign to 'statcall.txt'
               organization is line sequential.

      **** exception log for policies and claims with no state ****
           select excRep assign to 'statcall.exc'
               organization is line sequential.

      **** sortWork puts the cells in state/type/year sequence ****
           select sortWork assign to 'sortwrk'.

           select statRep assign to printer.

      **** Shared end-of-day control file - every batch job appends ****
      *    its record count and premium hash total here and           *
      *    BALANCE-JOB compares them across the stream                 *
           select optional ctlFile assign to 'polctl.txt'
               organization is line sequential.

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

           fd parmFile.
           01 parmRec.
               03 pm-asOf pic 9(8).

      **** Fixed-layout statistical record ****
           fd statFile.
           01 statRec.
               03 sr-state pic x(2).
               03 sr-type pic x(3).
               03 sr-year pic 9(4).
               03 sr-written pic 9(9)v99.
               03 sr-earned pic 9(9)v99.
               03 sr-exposure pic 9(7)v999.
               03 sr-claims pic 9(5).
               03 sr-paid pic 9(9)v99.
               03 sr-reserve pic 9(9)v99.

           fd excRep.
               01 excRec pic x(80).

           SD sortWork.
           01 sortWorkRec.
               03 sw-state pic x(2).
               03 sw-type pic x(3).
               03 sw-year pic 9(4).
               03 sw-written pic 9(9)v99.
               03 sw-earned pic 9(9)v99.
               03 sw-exposure pic 9(7)v999.
               03 sw-claims pic 9(5).
               03 sw-paid pic 9(9)v99.
               03 sw-reserve pic 9(9)v99.

           fd statRep.
               01 printRep pic x(132).

      **** layout must match balance.cbl's ctlFileRec ****
           fd ctlFile.
           01 ctlRec.
               03 ctl-date pic 9(8).
               03      pic x VALUE SPACE.
               03 ctl-job pic x(12).
               03      pic x VALUE SPACE.
               03 ctl-count pic 9(7).
               03      pic x VALUE SPACE.
               03 ctl-hash pic 9(9)v99.

       WORKING-STORAGE SECTION.
       01 polFile-Status pic xx.
       01 polName-Status pic xx.
       01 claimFile-Status pic xx.
       01 parmFile-Status pic xx.
       01 endRead pic x VALUE "N".
       01 sortEOF pic x VALUE "N".

      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".

      **** dateval call interface ****
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).

       01 asOf8 pic 9(8).
       01 polDateChk pic 9(8).
       01 termDateChk pic 9(8).
       01 polTermNum pic 9(8).
       01 totalDays pic s9(9).
       01 elapsedDays pic s9(9).
       01 wsEarned pic 9(7)v99.
       01 wsExposure pic 9(3)v999.
       01 wsPaid pic s9(9)v99.
       01 wsReserve pic s9(9)v99.
       01 workState pic x(2).
       01 workType pic x(3).
       01 workYear pic 9(4).

      **** One cell per state, policy type and year ****
       01 CellTable.
           03 CellEntry OCCURS 3000 TIMES.
               05 ce-state pic x(2).
               05 ce-type pic x(3).
               05 ce-year pic 9(4).
               05 ce-written pic 9(9)v99.
               05 ce-earned pic 9(9)v99.
               05 ce-exposure pic 9(7)v999.
               05 ce-claims pic 9(5).
               05 ce-paid pic 9(9)v99.
               05 ce-reserve pic 9(9)v99.
       01 cellCount pic 9(4) VALUE ZEROES.
       01 ce-idx pic 9(4).
       01 ce-found pic x.

      **** Control totals - what went into cells, and what could  ****
      *    not be given a state or year                                 *
       01 cellPolicies pic 9(7) VALUE ZEROES.
       01 cellWritten pic 9(11)v99 VALUE ZEROES.
       01 cellEarned pic 9(11)v99 VALUE ZEROES.
       01 cellExposure pic 9(9)v999 VALUE ZEROES.
       01 cellClaims pic 9(7) VALUE ZEROES.
       01 cellPaid pic 9(11)v99 VALUE ZEROES.
       01 cellReserve pic 9(11)v99 VALUE ZEROES.
       01 excPolicies pic 9(7) VALUE ZEROES.
       01 excWritten pic 9(11)v99 VALUE ZEROES.
       01 excEarned pic 9(11)v99 VALUE ZEROES.
       01 excClaims pic 9(7) VALUE ZEROES.
       01 excIncurred pic 9(11)v99 VALUE ZEROES.
       01 noPolClaims pic 9(7) VALUE ZEROES.
       01 badDateCount pic 9(7) VALUE ZEROES.
       01 skipCount pic 9(7) VALUE ZEROES.
       01 excCount pic 9(5) VALUE ZEROES.
       01 extractCount pic 9(5) VALUE ZEROES.
       01 tieCount pic 9(7).
       01 tieAmt pic 9(11)v99.
       01 ctlDate8 pic 9(8).

       01 reportHead.
           03 pic x(34) VALUE "STATISTICAL CALL - PREMIUM, EXPOS".
           03 pic x(30) VALUE "URE AND LOSSES, EARNED AS OF ".
           03 rh-date pic 9999/99/99.

       01 colHead.
           03 pic x(4) VALUE "St".
           03 pic x(5) VALUE "Type".
           03 pic x(6) VALUE "Year".
           03 pic x(16) VALUE "   Written Prem".
           03 pic x(16) VALUE "    Earned Prem".
           03 pic x(13) VALUE "  Exposure".
           03 pic x(8) VALUE " Claims".
           03 pic x(16) VALUE "    Paid Losses".
           03 pic x(16) VALUE "  Case Reserves".

       01 detailLine.
           03 dl-state pic x(2).
           03      pic x(2).
           03 dl-type pic x(3).
           03      pic x(2).
           03 dl-year pic 9(4).
           03      pic x(2).
           03 dl-written pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 dl-earned pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 dl-exposure pic ZZZ,ZZ9.999.
           03      pic x(2).
           03 dl-claims pic ZZZZZ9.
           03      pic x(2).
           03 dl-paid pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(2).
           03 dl-reserve pic ZZZ,ZZZ,ZZ9.99.

       01 ctlHead.
           03 pic x(40) VALUE "CONTROL TOTALS".

       01 tieLine.
           03 tl-text pic x(44).
           03 tl-count pic Z,ZZZ,ZZ9.
           03      pic x(2).
           03 tl-amt pic ZZ,ZZZ,ZZZ,ZZ9.99.

      **** exception line for a policy or claim with no state ****
       01 excLine.
           03 exc-kind pic x(7).
           03      pic x(2) VALUE "# ".
           03 exc-key pic x(6).
           03      pic x(1).
           03 exc-text pic x(64).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM POLICY-PASS
           PERFORM CLAIM-PASS
           SORT sortWork
               ON ASCENDING KEY sw-state sw-type sw-year
               INPUT PROCEDURE is RELEASE-CELLS
               OUTPUT PROCEDURE is WRITE-CELLS
           PERFORM PRINT-CONTROLS
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT asOf8 FROM DATE YYYYMMDD
           OPEN INPUT parmFile
           IF parmFile-Status = "00"
               READ parmFile
                   AT END continue
                   NOT AT END
                       IF pm-asOf NUMERIC AND pm-asOf > 19000000
                           MOVE pm-asOf to asOf8
                       END-IF
               END-READ
               CLOSE parmFile
           END-IF
           OPEN INPUT polFile
           OPEN INPUT polName
           OPEN INPUT claimFile
           OPEN OUTPUT statFile
           OPEN OUTPUT excRep
           OPEN OUTPUT statRep
           MOVE asOf8 to rh-date
           WRITE printRep FROM reportHead AFTER ADVANCING 1 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES.

      **** Pass 1 - every policy in force earns into its state,    ****
      *    type and policy-date year                                    *
       POLICY-PASS.
           MOVE "N" to endRead
           MOVE LOW-VALUES to polNum-in
           START polFile KEY IS >= polNum-in
               INVALID KEY MOVE "Y" to endRead
           END-START
           PERFORM UNTIL endRead = "Y"
               READ polFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
      **** Cancelled policies earn nothing, as in EARN-RPT ****
                       IF polField-in = "CN"
                           ADD 1 to skipCount
                       ELSE
                           PERFORM EARN-ONE
                       END-IF
               END-READ
           END-PERFORM.

      **** Earns one policy's premium by days elapsed in its term - ****
      *    the same arithmetic as EARN-RPT's EARN-ONE, to asOf8         *
       EARN-ONE.
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, polDate-in,
               polDateChk, dateValFlag
           IF dateValFlag NOT = "Y"
               ADD 1 to badDateCount
               MOVE "POLICY" to exc-kind
               MOVE polNum-in to exc-key
               MOVE "unreadable policy date - not earned (nor by "
                   & "EARN-RPT)" to exc-text
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF polTerm-in NUMERIC AND polTerm-in NOT = "00000000"
               MOVE polTerm-in to polTermNum
               CALL "dateval" USING dateValFn, polTermNum,
                   termDateChk, dateValFlag
           ELSE
               MOVE "N" to dateValFlag
           END-IF

           IF dateValFlag = "Y"
               COMPUTE totalDays =
                   FUNCTION INTEGER-OF-DATE(termDateChk)
                   - FUNCTION INTEGER-OF-DATE(polDateChk)
           ELSE
      **** No usable term date - earn over a one-year term ****
               MOVE 365 to totalDays
           END-IF
           IF totalDays <= ZEROES
               MOVE 365 to totalDays
           END-IF

           COMPUTE elapsedDays =
               FUNCTION INTEGER-OF-DATE(asOf8)
               - FUNCTION INTEGER-OF-DATE(polDateChk)
           IF elapsedDays < ZEROES
               MOVE ZEROES to elapsedDays
           END-IF
           IF elapsedDays > totalDays
               MOVE totalDays to elapsedDays
           END-IF

           COMPUTE wsEarned ROUNDED =
               polPrem-in * elapsedDays / totalDays
      **** Exposure is the earned share of a policy-year ****
           COMPUTE wsExposure ROUNDED = elapsedDays / 365

           PERFORM GET-STATE
           IF workState = SPACES
               ADD 1 to excPolicies
               ADD polPrem-in to excWritten
               ADD wsEarned to excEarned
               MOVE "POLICY" to exc-kind
               MOVE polNum-in to exc-key
               MOVE "no polnamei.dat state - premium not assigned"
                   to exc-text
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TYPE
           MOVE polDateChk(1:4) to workYear
           PERFORM FIND-CELL
           IF ce-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
           ADD polPrem-in to ce-written(ce-idx) cellWritten
           ADD wsEarned to ce-earned(ce-idx) cellEarned
           ADD wsExposure to ce-exposure(ce-idx) cellExposure
           ADD 1 to cellPolicies.

      **** Pass 2 - every claim on a policy on file goes to its    ****
      *    policy's state and type and its accident year. Paid and     *
      *    reserve come off recoveries paid-first, so paid plus        *
      *    reserve is LOSS-RATIO's gross incurred                      *
       CLAIM-PASS.
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ claimFile NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       PERFORM CLAIM-ONE
               END-READ
           END-PERFORM.

       CLAIM-ONE.
           MOVE cl-polNum to polNum-in
           READ polFile
               INVALID KEY
                   ADD 1 to noPolClaims
                   MOVE "CLAIM" to exc-kind
                   MOVE cl-claimNum to exc-key
                   MOVE "policy not on file - excluded here and by "
                       & "LOSS-RATIO" to exc-text
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ

           COMPUTE wsPaid = cl-paid - cl-recovered
           MOVE cl-reserve to wsReserve
           IF wsPaid < ZEROES
               ADD wsPaid to wsReserve
               MOVE ZEROES to wsPaid
           END-IF
           IF wsReserve < ZEROES
               MOVE ZEROES to wsReserve
           END-IF

           PERFORM GET-STATE
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, cl-lossDate,
               polDateChk, dateValFlag
           IF workState = SPACES OR dateValFlag NOT = "Y"
               ADD 1 to excClaims
               ADD wsPaid to excIncurred
               ADD wsReserve to excIncurred
               MOVE "CLAIM" to exc-kind
               MOVE cl-claimNum to exc-key
               IF workState = SPACES
                   MOVE "no polnamei.dat state for its policy - "
                       & "losses not assigned" to exc-text
               ELSE
                   MOVE "unreadable loss date - no accident year, "
                       & "losses not assigned" to exc-text
               END-IF
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TYPE
           MOVE polDateChk(1:4) to workYear
           PERFORM FIND-CELL
           IF ce-idx = ZEROES
               EXIT PARAGRAPH
           END-IF
           ADD 1 to ce-claims(ce-idx) cellClaims
           ADD wsPaid to ce-paid(ce-idx) cellPaid
           ADD wsReserve to ce-reserve(ce-idx) cellReserve.

      **** workState is the insured's state for polNum-in, spaces  ****
      *    when there is no name record or no state on it               *
       GET-STATE.
           MOVE SPACES to workState
           MOVE polNum-in to nm-polNum
           READ polName
               INVALID KEY
                   continue
               NOT INVALID KEY
                   MOVE nm-state to workState
           END-READ.

      **** Leaves workType at this policy's POLTYPE-TABLE code, or ***
      *    "???" for a type not on the table                            *
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
               MOVE PT-CODE(PT-IDX) to workType
           ELSE
               MOVE "???" to workType
           END-IF.

      **** Finds (or creates) the workState/workType/workYear cell, ***
      *    leaving ce-idx on it - zero means the table is full         *
       FIND-CELL.
           MOVE "N" to ce-found
           PERFORM VARYING ce-idx FROM 1 BY 1
                   UNTIL ce-idx > cellCount OR ce-found = "Y"
               IF ce-state(ce-idx) = workState
                   AND ce-type(ce-idx) = workType
                   AND ce-year(ce-idx) = workYear
                   MOVE "Y" to ce-found
               END-IF
           END-PERFORM
           IF ce-found = "Y"
               SUBTRACT 1 FROM ce-idx
               EXIT PARAGRAPH
           END-IF
           IF cellCount NOT < 3000
               DISPLAY "Warning, statistical cell table full - "
                   workState " " workType " " workYear " not reported"
               MOVE ZEROES to ce-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 to cellCount
           MOVE cellCount to ce-idx
           MOVE workState to ce-state(ce-idx)
           MOVE workType to ce-type(ce-idx)
           MOVE workYear to ce-year(ce-idx)
           MOVE ZEROES to ce-written(ce-idx) ce-earned(ce-idx)
               ce-exposure(ce-idx) ce-claims(ce-idx) ce-paid(ce-idx)
               ce-reserve(ce-idx).

       WRITE-EXCEPTION.
           WRITE excRec FROM excLine
           ADD 1 to excCount.

       RELEASE-CELLS.
           PERFORM VARYING ce-idx FROM 1 BY 1
                   UNTIL ce-idx > cellCount
               MOVE ce-state(ce-idx) to sw-state
               MOVE ce-type(ce-idx) to sw-type
               MOVE ce-year(ce-idx) to sw-year
               MOVE ce-written(ce-idx) to sw-written
               MOVE ce-earned(ce-idx) to sw-earned
               MOVE ce-exposure(ce-idx) to sw-exposure
               MOVE ce-claims(ce-idx) to sw-claims
               MOVE ce-paid(ce-idx) to sw-paid
               MOVE ce-reserve(ce-idx) to sw-reserve
               RELEASE sortWorkRec
           END-PERFORM.

      **** One extract record and one report line per sorted cell ****
       WRITE-CELLS.
           PERFORM UNTIL sortEOF = "Y"
               RETURN sortWork
                   AT END
                       MOVE "Y" to sortEOF
                   NOT AT END
                       MOVE sortWorkRec to statRec
                       WRITE statRec
                       ADD 1 to extractCount
                       MOVE sw-state to dl-state
                       MOVE sw-type to dl-type
                       MOVE sw-year to dl-year
                       MOVE sw-written to dl-written
                       MOVE sw-earned to dl-earned
                       MOVE sw-exposure to dl-exposure
                       MOVE sw-claims to dl-claims
                       MOVE sw-paid to dl-paid
                       MOVE sw-reserve to dl-reserve
                       WRITE printRep FROM detailLine
                           AFTER ADVANCING 1 LINES
               END-RETURN
           END-PERFORM.

      **** Extract plus exceptions must equal what EARN-RPT and    ****
      *    LOSS-RATIO report for the same files on the same day         *
       PRINT-CONTROLS.
           WRITE printRep FROM ctlHead AFTER ADVANCING 3 LINES

           MOVE SPACES to tieLine
           MOVE "Policies earned - in extract" to tl-text
           MOVE cellPolicies to tl-count
           MOVE cellWritten to tl-amt
           WRITE printRep FROM tieLine AFTER ADVANCING 2 LINES
           MOVE "Policies earned - no state" to tl-text
           MOVE excPolicies to tl-count
           MOVE excWritten to tl-amt
           WRITE printRep FROM tieLine AFTER ADVANCING 1 LINES
           COMPUTE tieCount = cellPolicies + excPolicies
           COMPUTE tieAmt = cellWritten + excWritten
           MOVE "Written premium - ties to EARN-RPT TOTAL" to tl-text
           MOVE tieCount to tl-count
           MOVE tieAmt to tl-amt
           WRITE printRep FROM tieLine AFTER ADVANCING 1 LINES

           MOVE SPACES to tieLine
           COMPUTE tieAmt = cellEarned + excEarned
           MOVE "Earned premium - ties to EARN-RPT TOTAL" to tl-text
           MOVE tieAmt to tl-amt
           WRITE printRep FROM tieLine AFTER ADVANCING 2 LINES

           MOVE SPACES to tieLine
           MOVE "Claims - in extract (paid + reserve)" to tl-text
           MOVE cellClaims to tl-count
           COMPUTE tieAmt = cellPaid + cellReserve
           MOVE tieAmt to tl-amt
           WRITE printRep FROM tieLine AFTER ADVANCING 2 LINES
           MOVE "Claims - no state or accident year" to tl-text
           MOVE excClaims to tl-count
           MOVE excIncurred to tl-amt
           WRITE printRep FROM tieLine AFTER ADVANCING 1 LINES
           COMPUTE tieCount = cellClaims + excClaims
           COMPUTE tieAmt = cellPaid + cellReserve + excIncurred
           MOVE "Incurred - ties to LOSS-RATIO gross TOTAL" to tl-text
           MOVE tieCount to tl-count
           MOVE tieAmt to tl-amt
           WRITE printRep FROM tieLine AFTER ADVANCING 1 LINES

           MOVE SPACES to tieLine
           MOVE "Claims with no policy (not in either)" to tl-text
           MOVE noPolClaims to tl-count
           WRITE printRep FROM tieLine AFTER ADVANCING 2 LINES
           MOVE "Policies with unreadable dates (not in either)"
               to tl-text
           MOVE badDateCount to tl-count
           WRITE printRep FROM tieLine AFTER ADVANCING 1 LINES
           MOVE "Cancelled policies skipped" to tl-text
           MOVE skipCount to tl-count
           WRITE printRep FROM tieLine AFTER ADVANCING 1 LINES.

       CLOSEJOB.
           DISPLAY extractCount " statistical record(s) written to "
               "statcall.txt"
           IF excCount > ZEROES
               DISPLAY excCount " policy/claim exception(s) - see "
                   "statcall.exc"
           END-IF
           PERFORM WRITE-CONTROL
           CLOSE polFile polName claimFile statFile excRep statRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

      **** End-of-job control line for the balancing report - the  ****
      *    same count and written-premium hash EARN-RPT writes          *
       WRITE-CONTROL.
           OPEN EXTEND ctlFile
           MOVE SPACES to ctlRec
           ACCEPT ctlDate8 FROM DATE YYYYMMDD
           MOVE ctlDate8 to ctl-date
           MOVE "STATCALL    " to ctl-job
           COMPUTE ctl-count = cellPolicies + excPolicies
           COMPUTE ctl-hash = cellWritten + excWritten
           WRITE ctlRec
           CLOSE ctlFile.

       END PROGRAM STAT-CALL.
