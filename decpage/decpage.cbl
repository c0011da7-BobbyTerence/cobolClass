      *          policy with the policy number, coverage amount,
      *          premium, term dates, agent name, the policy-type
      *          description from the poltype table, and the insured's
      *          name and address from polnamei.dat, the coverage
      *          lines from coverage.dat with their limits and
      *          deductibles, the vehicles or locations scheduled on
      *          items.dat, the lienholders and mortgagees on
      *          addlint.dat, with a run-total page at the end
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

      **** Coverage detail kept through FINAL-PROJ's COVER option - ***
      *    optional, a policy with no lines prints without them         *
           select covFile assign to 'coverage.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cv-key
               FILE STATUS is covFile-Status.

      **** Scheduled items kept by ITEM-MAINT - optional, only the ***
      *    items still on the schedule print                            *
           select itemFile assign to 'items.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is it-key
               FILE STATUS is itemFile-Status.

      **** Lienholders and mortgagees kept through FINAL-PROJ's   ***
      *    LENDER option - optional, listed as additional interests    *
           select intFile assign to 'addlint.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ai-key
               FILE STATUS is intFile-Status.

           select decRep assign to printer.

      **** Dated print archive - every dec page line lands here as ****
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

           fd polName.
           01 polNameRec.
               03 nm-phone  pic x(10).
               03 nm-ssn    pic x(9).

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

      **** layout must match intmaint.cbl's intRec ****
           fd intFile.
           01 intRec.
               03 ai-key.
                   05 ai-polNum pic x(6).
                   05 ai-seq pic 9(2).
               03 ai-kind pic x(1).
               03 ai-name pic x(30).
               03 ai-addy pic x(30).
               03 ai-city pic x(15).
               03 ai-state pic x(2).
               03 ai-zip pic x(9).
               03 ai-loanNum pic x(15).

           fd decRep.
               01 printRep pic x(132).

       01 polName-Status pic xx.
       01 endRead pic x VALUE "N".

      **** Coverage detail support - covAvail is "N" when          ****
      *    coverage.dat isn't on disk and the section is left off      *
       01 covFile-Status pic xx.
       01 covAvail pic x VALUE "N".
       01 covEOF pic x VALUE "N".
       01 covLines pic 9(3).

      **** Scheduled item support - itemAvail is "N" when items.dat ***
      *    isn't on disk and the section is left off                   *
       01 itemFile-Status pic xx.
       01 itemAvail pic x VALUE "N".
       01 itemEOF pic x VALUE "N".
       01 itemLines pic 9(3).

      **** Additional interest support - intAvail is "N" when      ***
      *    addlint.dat isn't on disk and the section is left off       *
       01 intFile-Status pic xx.
       01 intAvail pic x VALUE "N".
       01 intEOF pic x VALUE "N".
       01 intLines pic 9(3).

      **** Print archive support - the file is dated per run day   ****
       01 archName pic x(20).
       01 archKey pic x(6) VALUE SPACES.
      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".

      **** Shared coverage-code table - coverage line descriptions
           COPY "covcode.cpy".

       01 pageCount pic 9(7) VALUE ZEROES.
       01 skipCount pic 9(7) VALUE ZEROES.
       01 excCount pic 9(5) VALUE ZEROES.
           05      pic x(12) VALUE "YOUR AGENT: ".
           05 dc-agent pic x(20).

      **** Coverage detail section - one line per coverage.dat line **
       01 decCovHead.
           05      pic x(10).
           05      pic x(20) VALUE "COVERAGE DETAIL".
           05      pic x(2).
           05      pic x(11) VALUE "      LIMIT".
           05      pic x(2).
           05      pic x(10) VALUE "DEDUCTIBLE".
           05      pic x(2).
           05      pic x(9) VALUE "  PREMIUM".

       01 decCovLine.
           05      pic x(10).
           05 dv-desc pic x(20).
           05      pic x(2).
           05 dv-limit pic ZZ,ZZZ,ZZ9.
           05      pic x(5).
           05 dv-deduct pic ZZZ,ZZ9.
           05      pic x(2).
           05 dv-prem pic ZZ,ZZ9.99.

      **** Scheduled items section - vehicles on AUTO, locations on ***
      *    HOME                                                         *
       01 decItemHead.
           05      pic x(10).
           05      pic x(15) VALUE "SCHEDULED ITEMS".

       01 decItemLine.
           05      pic x(10).
           05 di-seq pic 9(2).
           05      pic x(2).
           05 di-desc pic x(70).

      **** Additional interests section - the lender's name and    ***
      *    loan number with its mailing address under it                *
       01 decIntHead.
           05      pic x(10).
           05      pic x(20) VALUE "ADDITIONAL INTERESTS".

       01 decIntLine.
           05      pic x(10).
           05 dn-kind pic x(11).
           05      pic x(2).
           05 dn-name pic x(30).
           05      pic x(2).
           05      pic x(5) VALUE "LOAN ".
           05 dn-loanNum pic x(15).

       01 decIntAddy.
           05      pic x(23).
           05 dn-addy pic x(30).
           05      pic x(1).
           05 dn-city pic x(15).
           05      pic x(1).
           05 dn-state pic x(2).
           05      pic x(1).
           05 dn-zip pic x(9).

      **** Run-total page ****
       01 totLine1.
           03      pic x(22) VALUE "DECLARATIONS PRINTED: ".
           OPEN INPUT polFile
           OPEN INPUT agentFile
           OPEN INPUT polName
           OPEN INPUT covFile
           IF covFile-Status = "00"
               MOVE "Y" to covAvail
           END-IF
           OPEN INPUT itemFile
           IF itemFile-Status = "00"
               MOVE "Y" to itemAvail
           END-IF
           OPEN INPUT intFile
           IF intFile-Status = "00"
               MOVE "Y" to intAvail
           END-IF
           OPEN OUTPUT decRep
           OPEN OUTPUT excRep
           ACCEPT archDate FROM DATE YYYYMMDD
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES

           IF covAvail = "Y"
               PERFORM PRINT-COVERAGE
           END-IF
           IF itemAvail = "Y"
               PERFORM PRINT-ITEMS
           END-IF
           IF intAvail = "Y"
               PERFORM PRINT-INTERESTS
           END-IF

           ADD 1 to pageCount
           ADD polAmt-in to totAmt
           ADD polPrem-in to totPrem.

      **** The policy's coverage lines under their own heading - the  *
      *    heading prints ahead of the first line, so a policy with    *
      *    no detail on file prints none                                *
       PRINT-COVERAGE.
           MOVE ZEROES to covLines
           MOVE "N" to covEOF
           MOVE polNum-in to cv-polNum
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
                       IF cv-polNum NOT = polNum-in
                           MOVE "Y" to covEOF
                       ELSE
                           PERFORM PRINT-COVERAGE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-COVERAGE-LINE.
           IF covLines = ZEROES
               MOVE decCovHead to printRep
               PERFORM ARCHIVE-LINE
               WRITE printRep AFTER ADVANCING 2 LINES
           END-IF
           MOVE cv-code to dv-desc
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-TABLE-SIZE
               IF CC-TYPE(CC-IDX) = poltype-in
                   AND CC-CODE(CC-IDX) = cv-code
                   MOVE CC-DESC(CC-IDX) to dv-desc
               END-IF
           END-PERFORM
           MOVE cv-limit to dv-limit
           MOVE cv-deduct to dv-deduct
           MOVE cv-prem to dv-prem
           MOVE decCovLine to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES
           ADD 1 to covLines.

      **** The items still on the schedule, under their own heading **
      *    - removed items stay on file for claims history but don't   *
      *    print                                                        *
       PRINT-ITEMS.
           MOVE ZEROES to itemLines
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
                               PERFORM PRINT-ITEM-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ITEM-LINE.
           IF itemLines = ZEROES
               MOVE decItemHead to printRep
               PERFORM ARCHIVE-LINE
               WRITE printRep AFTER ADVANCING 2 LINES
           END-IF
           MOVE it-seq to di-seq
           MOVE SPACES to di-desc
           IF it-kind = "V"
               STRING it-year " " it-make " " it-model " VIN "
                   it-vin DELIMITED BY "  " INTO di-desc
           ELSE
               STRING it-addy DELIMITED BY "  "
                   ", " it-city DELIMITED BY "  "
                   " " it-state " " it-zip DELIMITED BY SIZE
                   INTO di-desc
           END-IF
           MOVE decItemLine to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES
           ADD 1 to itemLines.

      **** Every lienholder and mortgagee on the policy, under its ***
      *    own heading                                                  *
       PRINT-INTERESTS.
           MOVE ZEROES to intLines
           MOVE "N" to intEOF
           MOVE polNum-in to ai-polNum
           MOVE ZEROES to ai-seq
           START intFile KEY IS >= ai-key
               INVALID KEY
                   MOVE "Y" to intEOF
           END-START
           PERFORM UNTIL intEOF = "Y"
               READ intFile NEXT RECORD
                   AT END
                       MOVE "Y" to intEOF
                   NOT AT END
                       IF ai-polNum NOT = polNum-in
                           MOVE "Y" to intEOF
                       ELSE
                           PERFORM PRINT-INTEREST-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-INTEREST-LINE.
           IF intLines = ZEROES
               MOVE decIntHead to printRep
               PERFORM ARCHIVE-LINE
               WRITE printRep AFTER ADVANCING 2 LINES
           END-IF
           IF ai-kind = "L"
               MOVE "LIENHOLDER" to dn-kind
           ELSE
               MOVE "MORTGAGEE" to dn-kind
           END-IF
           MOVE ai-name to dn-name
           MOVE ai-loanNum to dn-loanNum
           MOVE decIntLine to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES
           MOVE ai-addy to dn-addy
           MOVE ai-city to dn-city
           MOVE ai-state to dn-state
           MOVE ai-zip to dn-zip
           MOVE decIntAddy to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES
           ADD 1 to intLines.

       CLOSEJOB.
           MOVE SPACES to archKey
           MOVE pageCount to tl-count
                   "decpage.exc"
           END-IF

           IF covAvail = "Y"
               CLOSE covFile
           END-IF
           IF itemAvail = "Y"
               CLOSE itemFile
           END-IF
           IF intAvail = "Y"
               CLOSE intFile
           END-IF
           CLOSE polFile agentFile polName decRep excRep
               archFile
           GOBACK.
