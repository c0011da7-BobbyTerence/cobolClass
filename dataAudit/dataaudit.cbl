      *            E13 benefile.dat designations on a non-LIFE or
      *                missing policy
      *            E14 quotes.dat marked converted to a missing policy
      *            E15 active AUTO or HOME policy with no vehicle or
      *                location on the items.dat schedule
      *            E16 insured's ZIP bad, not on the ZIP table, or in
      *                a different state than the polnamei.dat state
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY is qt-quoteNum
               FILE STATUS is quoteFile-Status.

      **** Scheduled items kept by ITEM-MAINT - read on the policy ****
      *    key during the main pass                                     *
           select itemFile assign to 'items.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is it-key
               FILE STATUS is itemFile-Status.

      **** Exception report - one line per failed check ****
           select auditRep assign to 'dataaudit.rpt'
               organization is line sequential.
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

      **** layout must match prog9.cbl's polNameRec ****
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

      **** layout must match claimmaint.cbl's claimRec ****
           fd claimFile.
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

      **** layout must match billing.cbl's billRec ****
           fd billFile.
               03 qt-expDate pic 9(8).
               03 qt-status pic x(2).
               03 qt-polNum pic x(6).
      **** The prospect the quote was written for ****
               03 qt-fName pic x(15).
               03 qt-lName pic x(15).
               03 qt-addy pic x(30).
               03 qt-city pic x(15).
               03 qt-state pic x(2).
               03 qt-zip pic x(9).
               03 qt-phone pic x(10).
               03 qt-custNum pic x(6).
               03 qt-followDate pic 9(8).
               03 qt-notes pic x(60).

      **** layout must match itemmaint.cbl's itemRec ****
           fd itemFile.
           01 itemRec.
               03 it-key.
                   05 it-polNum pic x(6).
                   05 it-seq pic 9(2).
               03 it-kind pic x(1).
               03 it-detail pic x(60).
               03 it-addDate pic 9(8).
               03 it-remDate pic 9(8).

           fd auditRep.
               01 auditRepRec pic x(80).
       01 e12Count pic 9(5) VALUE ZEROES.
       01 e13Count pic 9(5) VALUE ZEROES.
       01 e14Count pic 9(5) VALUE ZEROES.
       01 e15Count pic 9(5) VALUE ZEROES.
       01 e16Count pic 9(5) VALUE ZEROES.

      **** zipchk call interface - the E16 check is skipped when   ****
      *    the ZIP table has never been loaded                          *
       01 zipAvail pic x VALUE "N".
       01 zipIn pic x(9).
       01 zipCity pic x(15).
       01 zipState pic x(2).
       01 zipFound pic x(1).

      **** Cross-file pass support ****
       01 claimFile-Status pic xx.
       01 splitFile-Status pic xx.
       01 beneFile-Status pic xx.
       01 quoteFile-Status pic xx.
       01 itemFile-Status pic xx.
       01 itemAvail pic x VALUE "N".
       01 itemEOF pic x.
       01 itemLive pic x.
       01 subEOF pic x.
       01 polOnFile pic x.
       01 pctTotal pic 9(4).
           OPEN INPUT polFile
           OPEN INPUT agentFile
           OPEN INPUT polName
           OPEN INPUT itemFile
           IF itemFile-Status = "00"
               MOVE "Y" to itemAvail
           ELSE
               DISPLAY "items.dat not on file - scheduled item checks "
                   "skipped"
           END-IF
           MOVE "00000" to zipIn
           CALL "zipchk" USING zipIn, zipCity, zipState, zipFound
           IF zipFound = "U"
               DISPLAY "zipref.dat not on file - address ZIP checks "
                   "skipped"
           ELSE
               MOVE "Y" to zipAvail
           END-IF
           OPEN OUTPUT auditRep.

       AUDIT-ALL.
                       to ex-reason
                   PERFORM WRITE-EXC
               NOT INVALID KEY
                   IF zipAvail = "Y"
                       PERFORM CHECK-ZIP
                   END-IF
           END-READ

           IF itemAvail = "Y" AND polField-in NOT = "CN"
               AND (poltype-in = "111" OR poltype-in = "222")
               PERFORM CHECK-ITEMS
               IF itemLive NOT = "Y"
                   MOVE "E15" to ex-code
                   MOVE "active AUTO/HOME policy, no item scheduled"
                       to ex-reason
                   PERFORM WRITE-EXC
               END-IF
           END-IF

           IF recHasExc = "Y"
               ADD 1 to badRecCount
           END-IF.
               WHEN "E12" ADD 1 to e12Count
               WHEN "E13" ADD 1 to e13Count
               WHEN "E14" ADD 1 to e14Count
               WHEN "E15" ADD 1 to e15Count
               WHEN "E16" ADD 1 to e16Count
           END-EVALUATE.

      **** E16 - the insured's state is the premium tax filing    ****
      *    state, so it must be the state the ZIP is in                 *
       CHECK-ZIP.
           MOVE nm-zip to zipIn
           CALL "zipchk" USING zipIn, zipCity, zipState, zipFound
           EVALUATE zipFound
               WHEN "X"
                   MOVE "E16" to ex-code
                   MOVE "insured's ZIP is not 5 or 9 digits"
                       to ex-reason
                   PERFORM WRITE-EXC
               WHEN "N"
                   MOVE "E16" to ex-code
                   MOVE "insured's ZIP is not on the ZIP table"
                       to ex-reason
                   PERFORM WRITE-EXC
               WHEN "Y"
                   IF nm-state NOT = zipState
                       MOVE "E16" to ex-code
                       MOVE "insured's state does not match the ZIP"
                           to ex-reason
                       PERFORM WRITE-EXC
                   END-IF
           END-EVALUATE.

      **** polOnFile comes back "Y" when the policy named in       ****
                   MOVE "Y" to polOnFile
           END-READ.

      **** itemLive comes back "Y" when polNum-in has at least one ***
      *    vehicle or location still on the schedule (no date removed) *
       CHECK-ITEMS.
           MOVE "N" to itemLive
           MOVE "N" to itemEOF
           MOVE polNum-in to it-polNum
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
                       IF it-polNum NOT = polNum-in
                           MOVE "Y" to itemEOF
                       ELSE
                           IF it-remDate = ZEROES
                               MOVE "Y" to itemLive
                               MOVE "Y" to itemEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      **** E09 - a claim whose policy has left the master ****
       CLAIMS-PASS.
           OPEN INPUT claimFile
               "  E12 bene shares not 100: " e12Count
           DISPLAY "  E13 bene on bad policy: " e13Count
               "  E14 orphan converted quote: " e14Count
           DISPLAY "  E15 no scheduled item: " e15Count
               "  E16 address fails ZIP check: " e16Count
           DISPLAY "Exception detail in dataaudit.rpt"
           IF itemAvail = "Y"
               CLOSE itemFile
           END-IF
           CLOSE polFile agentFile polName auditRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
