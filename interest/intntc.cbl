      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Lender notice writer - CALLed whenever a policy goes
      *          to "CN" or is reinstated, from FINAL-PROJ's DEL-REC,
      *          batch "D" and reinstate paths and from DUNNING-JOB's
      *          non-payment cancels. Every lienholder and mortgagee
      *          on addlint.dat for the policy gets a notice page on
      *          lendntc.prt, addressed to the lender and naming the
      *          insured, the loan number and the effective date. The
      *          number of notices written goes back to the caller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intntc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match intmaint.cbl's intRec ****
           select intFile assign to 'addlint.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ai-key
               FILE STATUS is intFile-Status.

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

      **** Notices accumulate across the day's callers and are     ****
      *    mailed from this file                                        *
           select optional noticeFile assign to 'lendntc.prt'
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
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

           fd noticeFile.
               01 noticeRec pic x(80).

       WORKING-STORAGE SECTION.
       01 intFile-Status pic xx.
       01 polName-Status pic xx.
       01 nameAvail pic x VALUE "N".
       01 intEOF pic x VALUE "N".

       01 ntToday8 pic 9(8).
       01 ntTodayMDY pic 9(8).
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).

      **** Notice page layout ****
       01 noticeHead.
           05      pic x(10).
           05 nh-title pic x(30).
           05      pic x(5).
           05      pic x(6) VALUE "DATE: ".
           05 nh-date pic 99/99/9999.

       01 noticeName.
           05      pic x(10).
           05 nn-name pic x(30).

       01 noticeAddy.
           05      pic x(10).
           05 na-addy pic x(30).

       01 noticeCity.
           05      pic x(10).
           05 nc-city pic x(15).
           05      pic x(1).
           05 nc-state pic x(2).
           05      pic x(1).
           05 nc-zip pic x(9).

       01 noticeRe.
           05      pic x(10).
           05      pic x(8) VALUE "POLICY: ".
           05 nr-polNum pic x(6).
           05      pic x(3).
           05 nr-kind pic x(11).
           05      pic x(6) VALUE " LOAN ".
           05 nr-loanNum pic x(15).

       01 noticeInsd.
           05      pic x(10).
           05      pic x(9) VALUE "INSURED: ".
           05 ni-fName pic x(15).
           05      pic x(1).
           05 ni-lName pic x(15).

       01 noticeBody.
           05      pic x(10).
           05 nb-text pic x(44).
           05 nb-date pic 99/99/9999.

       01 noticeRsn.
           05      pic x(10).
           05      pic x(19) VALUE "CANCEL REASON CODE ".
           05 nx-reason pic x(2).

       LINKAGE SECTION.
      **** ntFunc C - cancellation, R - reinstatement. ntCount comes **
      *    back with the number of notices written                     *
       01 ntFunc pic x(1).
       01 ntPol pic x(6).
       01 ntReason pic x(2).
       01 ntCount pic 9(2).

       PROCEDURE DIVISION USING ntFunc ntPol ntReason ntCount.
       MAIN.
           MOVE ZEROES to ntCount
           OPEN INPUT intFile
      **** No addlint.dat yet means no interests to tell ****
           IF intFile-Status NOT = "00"
               EXIT PROGRAM
           END-IF
           OPEN INPUT polName
           IF polName-Status = "00"
               MOVE "Y" to nameAvail
           ELSE
               MOVE "N" to nameAvail
           END-IF
           ACCEPT ntToday8 FROM DATE YYYYMMDD
           MOVE "M" to dateValFn
           CALL "dateval" USING dateValFn, ntToday8, ntTodayMDY,
               dateValFlag

           MOVE "N" to intEOF
           MOVE ntPol to ai-polNum
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
                       IF ai-polNum NOT = ntPol
                           MOVE "Y" to intEOF
                       ELSE
                           PERFORM PRINT-NOTICE
                       END-IF
               END-READ
           END-PERFORM

           IF ntCount > ZEROES
               CLOSE noticeFile
           END-IF
           IF nameAvail = "Y"
               CLOSE polName
           END-IF
           CLOSE intFile
           EXIT PROGRAM.

      **** One page per interest - the notice file is only opened  ****
      *    once there is something to write to it                      *
       PRINT-NOTICE.
           IF ntCount = ZEROES
               OPEN EXTEND noticeFile
           END-IF
           IF ntFunc = "R"
               MOVE "NOTICE OF REINSTATEMENT" to nh-title
               MOVE "Coverage under this policy was reinstated on"
                   to nb-text
           ELSE
               MOVE "NOTICE OF CANCELLATION" to nh-title
               MOVE "Coverage under this policy ended effective"
                   to nb-text
           END-IF
           MOVE ntTodayMDY to nh-date
           WRITE noticeRec FROM noticeHead AFTER ADVANCING PAGE

           MOVE ai-name to nn-name
           MOVE ai-addy to na-addy
           MOVE ai-city to nc-city
           MOVE ai-state to nc-state
           MOVE ai-zip to nc-zip
           WRITE noticeRec FROM noticeName AFTER ADVANCING 3 LINES
           WRITE noticeRec FROM noticeAddy AFTER ADVANCING 1 LINES
           WRITE noticeRec FROM noticeCity AFTER ADVANCING 1 LINES

           MOVE ntPol to nr-polNum
           IF ai-kind = "L"
               MOVE "LIENHOLDER" to nr-kind
           ELSE
               MOVE "MORTGAGEE" to nr-kind
           END-IF
           MOVE ai-loanNum to nr-loanNum
           WRITE noticeRec FROM noticeRe AFTER ADVANCING 2 LINES

           MOVE SPACES to ni-fName ni-lName
           IF nameAvail = "Y"
               MOVE ntPol to nm-polNum
               READ polName
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE nm-fName to ni-fName
                       MOVE nm-lName to ni-lName
               END-READ
           END-IF
           WRITE noticeRec FROM noticeInsd AFTER ADVANCING 1 LINES

           MOVE ntTodayMDY to nb-date
           WRITE noticeRec FROM noticeBody AFTER ADVANCING 2 LINES
           IF ntFunc NOT = "R"
               MOVE ntReason to nx-reason
               WRITE noticeRec FROM noticeRsn AFTER ADVANCING 1 LINES
           END-IF
           ADD 1 to ntCount.

       END PROGRAM intntc.
