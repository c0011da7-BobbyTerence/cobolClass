               record key is rt-key
               file status is rateFile-Status.

      **** Territory table kept by TERR-MAINT - ZIP ranges per      ****
      *    policy type ("ALL" matches any type), each carrying the    *
      *    territory code and the factor applied on top of the type   *
      *    multiplier above                                            *
           select terrFile assign to 'territory.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is tr-key
               FILE STATUS is terrFile-Status.

      **** The insured's address - nm-zip on the policy's own name  ****
      *    record first, then the customer master through the xref    *
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

           select custXref assign to 'custxref.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is xr-polNum
               FILE STATUS is custXref-Status.

           select custMast assign to 'custmast.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cm-custNum
               FILE STATUS is custMast-Status.

      **** Claims history for the experience modifier - read in   ****
      *    full, matched to the customer's policies                    *
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** Experience schedule kept by EXP-MAINT - claim count to  ****
      *    rating factor, the highest count at or below the            *
      *    customer's wins                                              *
           select expFile assign to 'expsched.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is es-count
               FILE STATUS is expFile-Status.

       DATA DIVISION.
       FILE SECTION.
           fd rateFile.
                   05 rt-year pic 9(4).
               03 rt-multiplier pic 9(1)v99.

      **** layout must match terrmaint.cbl's terrRec ****
           fd terrFile.
           01 terrRec.
               03 tr-key.
                   05 tr-type pic x(3).
                   05 tr-zipLow pic x(5).
               03 tr-zipHigh pic x(5).
               03 tr-terr pic x(3).
               03 tr-desc pic x(20).
               03 tr-factor pic 9v999.

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

      **** layout must match custbuild.cbl's custXrefRec ****
           fd custXref.
           01 custXrefRec.
               03 xr-polNum pic x(6).
               03 xr-custNum pic x(6).

      **** layout must match custbuild.cbl's custMastRec ****
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

      **** layout must match claimmaint.cbl's claimRec ****
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

      **** layout must match expmaint.cbl's expRec ****
           fd expFile.
           01 expRec.
               03 es-count pic 9(2).
               03 es-factor pic 9v999.
               03 es-desc pic x(20).

       WORKING-STORAGE SECTION.
      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".
       01 rateFile-Status pic xx.
       01 wsYear pic 9(4).
       01 wsToday pic 9(8).

      **** Territory lookup support - the table is optional, no     ****
      *    table or no matching range leaves the factor at 1.000       *
       01 terrFile-Status pic xx.
       01 polName-Status pic xx.
       01 custXref-Status pic xx.
       01 custMast-Status pic xx.
       01 terrEOF pic x.
       01 terrFound pic x.
       01 wantType pic x(3).
       01 rateZip pic x(5).

      **** Experience modifier support - the customer's policies   ****
      *    collected off the xref, then their claims counted inside    *
      *    the rolling window                                           *
       01 claimFile-Status pic xx.
       01 expFile-Status pic xx.
       01 expCust pic x(6).
       01 xrefEOF pic x.
       01 claimEOF pic x.
       01 expEOF pic x.
       01 expFound pic x.
       01 expPolCount pic 9(2).
       01 expPolTable.
           03 expPolEntry OCCURS 50 TIMES pic x(6).
       01 expIdx pic 9(2).
       01 expMatch pic x.
       01 expYears pic 9(1) VALUE 3.
       01 expFromDate pic 9(8).
       01 expLossDate pic 9(8).
       01 expIncurred pic s9(9)v99.
       LINKAGE SECTION.
           01 Pol-Type pic x(3).
           01 new-prem-in pic 9(6)v99.
      **** Policy number, insured ZIP and the territory applied ****
           COPY "ratectx.cpy".
       PROCEDURE DIVISION USING Pol-Type new-prem-in RATE-CONTEXT.
       MAIN.
           ACCEPT wsToday FROM DATE YYYYMMDD
           MOVE wsToday(1:4) to wsYear
               CLOSE rateFile
           END-IF

           PERFORM TERRITORY-RATE
           PERFORM EXPERIENCE-RATE

           EXIT PROGRAM.

      **** No rate on file for this type/year - fall back to the
               DISPLAY "Error, no default rate for policy type: "
                   Pol-Type
           END-IF.

      **** Location rating - the insured's ZIP picks a territory    ****
      *    range off territory.dat and its factor is applied on top    *
      *    of the type multiplier. Exact-type ranges beat "ALL"        *
      *    ranges, the same precedence planrate gives its tiers        *
       TERRITORY-RATE.
           MOVE SPACES to RC-TERR
           MOVE 1 to RC-TERR-FACTOR
           IF RC-ZIP = SPACES AND RC-POLNUM NOT = SPACES
               PERFORM FIND-INSURED-ZIP
           END-IF
           MOVE RC-ZIP(1:5) to rateZip
           IF rateZip NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT terrFile
           IF terrFile-Status NOT = "00"
      **** No territory table on disk - the type rate stands ****
               EXIT PARAGRAPH
           END-IF
           MOVE Pol-Type to wantType
           PERFORM SCAN-TERRITORY
           IF terrFound NOT = "Y"
               MOVE "ALL" to wantType
               PERFORM SCAN-TERRITORY
           END-IF
           CLOSE terrFile

           IF terrFound = "Y"
               COMPUTE new-prem-in ROUNDED =
                   new-prem-in * RC-TERR-FACTOR
           END-IF.

      **** Walks wantType's ranges in low-ZIP order until one holds ***
      *    the insured's ZIP or the ranges pass it                     *
       SCAN-TERRITORY.
           MOVE "N" to terrFound
           MOVE "N" to terrEOF
           MOVE wantType to tr-type
           MOVE LOW-VALUES to tr-zipLow
           START terrFile KEY IS >= tr-key
               INVALID KEY
                   MOVE "Y" to terrEOF
           END-START
           PERFORM UNTIL terrEOF = "Y"
               READ terrFile NEXT RECORD
                   AT END
                       MOVE "Y" to terrEOF
                   NOT AT END
                       IF tr-type NOT = wantType
                           OR tr-zipLow > rateZip
                           MOVE "Y" to terrEOF
                       ELSE
                           IF rateZip <= tr-zipHigh
                               MOVE tr-terr to RC-TERR
                               MOVE tr-factor to RC-TERR-FACTOR
                               MOVE "Y" to terrFound
                               MOVE "Y" to terrEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      **** Fills RC-ZIP from the policy's polnamei.dat record, or    ***
      *    from the owning customer's custmast.dat record when the     *
      *    policy has no name record or it carries no ZIP              *
       FIND-INSURED-ZIP.
           OPEN INPUT polName
           IF polName-Status = "00"
               MOVE RC-POLNUM to nm-polNum
               READ polName
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE nm-zip to RC-ZIP
               END-READ
               CLOSE polName
           END-IF
           IF RC-ZIP NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT custXref
           IF custXref-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RC-POLNUM to xr-polNum
           MOVE SPACES to xr-custNum
           READ custXref
               INVALID KEY
                   MOVE SPACES to xr-custNum
           END-READ
           CLOSE custXref
           IF xr-custNum = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT custMast
           IF custMast-Status = "00"
               MOVE xr-custNum to cm-custNum
               READ custMast
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE cm-zip to RC-ZIP
               END-READ
               CLOSE custMast
           END-IF.

      **** Loss-history rating - every claim on any of the         ****
      *    customer's policies with a loss date inside the last three  *
      *    years and incurred loss left (paid plus reserve, less       *
      *    recovered) counts once; the count picks the surcharge or    *
      *    claim-free credit off expsched.dat. Only callers that ask   *
      *    (RC-APPLY-EXP "Y") get it, and no schedule on disk leaves   *
      *    the premium alone                                           *
       EXPERIENCE-RATE.
           MOVE ZEROES to RC-CLAIM-COUNT
           MOVE 1 to RC-EXP-FACTOR
           IF RC-APPLY-EXP NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT expFile
           IF expFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-CUSTOMER-POLICIES
      **** A brand-new prospect has no history to rate on ****
           IF expPolCount = ZEROES
               CLOSE expFile
               EXIT PARAGRAPH
           END-IF

           COMPUTE expFromDate = wsToday - (expYears * 10000)
           PERFORM COUNT-CUSTOMER-CLAIMS

      **** Highest schedule step at or below the claim count ****
           MOVE "N" to expFound
           MOVE "N" to expEOF
           MOVE ZEROES to es-count
           START expFile KEY IS >= es-count
               INVALID KEY
                   MOVE "Y" to expEOF
           END-START
           PERFORM UNTIL expEOF = "Y"
               READ expFile NEXT RECORD
                   AT END
                       MOVE "Y" to expEOF
                   NOT AT END
                       IF es-count > RC-CLAIM-COUNT
                           MOVE "Y" to expEOF
                       ELSE
                           MOVE es-factor to RC-EXP-FACTOR
                           MOVE "Y" to expFound
                       END-IF
               END-READ
           END-PERFORM
           CLOSE expFile

           IF expFound = "Y"
               COMPUTE new-prem-in ROUNDED =
                   new-prem-in * RC-EXP-FACTOR
           END-IF.

      **** Fills expPolTable with every policy the customer owns -  ***
      *    the customer comes from RC-CUSTNUM or the policy's xref     *
      *    record; a policy with no xref record stands alone           *
       COLLECT-CUSTOMER-POLICIES.
           MOVE ZEROES to expPolCount
           MOVE RC-CUSTNUM to expCust
           OPEN INPUT custXref
           IF custXref-Status NOT = "00"
               IF RC-POLNUM NOT = SPACES
                   MOVE 1 to expPolCount
                   MOVE RC-POLNUM to expPolEntry(1)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF expCust = SPACES AND RC-POLNUM NOT = SPACES
               MOVE RC-POLNUM to xr-polNum
               READ custXref
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE xr-custNum to expCust
               END-READ
           END-IF

           IF expCust = SPACES
               IF RC-POLNUM NOT = SPACES
                   MOVE 1 to expPolCount
                   MOVE RC-POLNUM to expPolEntry(1)
               END-IF
           ELSE
               MOVE "N" to xrefEOF
               MOVE LOW-VALUES to xr-polNum
               START custXref KEY IS >= xr-polNum
                   INVALID KEY
                       MOVE "Y" to xrefEOF
               END-START
               PERFORM UNTIL xrefEOF = "Y"
                   READ custXref NEXT RECORD
                       AT END
                           MOVE "Y" to xrefEOF
                       NOT AT END
                           IF xr-custNum = expCust
                               AND expPolCount < 50
                               ADD 1 to expPolCount
                               MOVE xr-polNum
                                   to expPolEntry(expPolCount)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE custXref.

      **** Counts the claims on the collected policies with a loss  ***
      *    date (MMDDYYYY on file) on or after expFromDate and loss    *
      *    still incurred                                               *
       COUNT-CUSTOMER-CLAIMS.
           OPEN INPUT claimFile
           IF claimFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to claimEOF
           PERFORM UNTIL claimEOF = "Y"
               READ claimFile NEXT RECORD
                   AT END
                       MOVE "Y" to claimEOF
                   NOT AT END
                       PERFORM CHECK-ONE-CLAIM
               END-READ
           END-PERFORM
           CLOSE claimFile.

       CHECK-ONE-CLAIM.
           MOVE "N" to expMatch
           PERFORM VARYING expIdx FROM 1 BY 1
                   UNTIL expIdx > expPolCount OR expMatch = "Y"
               IF expPolEntry(expIdx) = cl-polNum
                   MOVE "Y" to expMatch
               END-IF
           END-PERFORM
           IF expMatch NOT = "Y" OR cl-lossDate NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE cl-lossDate(5:4) to expLossDate(1:4)
           MOVE cl-lossDate(1:2) to expLossDate(5:2)
           MOVE cl-lossDate(3:2) to expLossDate(7:2)
           IF expLossDate < expFromDate
               EXIT PARAGRAPH
           END-IF
           COMPUTE expIncurred = cl-paid + cl-reserve - cl-recovered
           IF expIncurred > ZEROES AND RC-CLAIM-COUNT < 99
               ADD 1 to RC-CLAIM-COUNT
           END-IF.
