      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Nightly positive pay and outstanding check job. The
      *          lines CHECK-ISSUE added to agchkreg.txt and REFUND-MAINT
      *          added to refundreg.txt since the last run are loaded
      *          onto the check file checks.dat and sent to the bank as
      *          a positive pay file, pospay.txt - one issue or void
      *          record per check. The bank's paid-check file,
      *          chkpaid.txt, marks each check it paid cleared, and a
      *          paid check we never issued, or paid for a different
      *          amount, is listed for the bank the same night. Every
      *          check still outstanding is reported by age, and one
      *          outstanding past its state's dormancy period goes on
      *          the unclaimed-property list unclaim.txt for the
      *          escheat filing.
      *            AG - agent commission checks (CHECK-ISSUE)
      *            RF - premium refund checks (REFUND-MAINT)
      *          The bank account for each series comes from
      *          bankacct.dat; dormancy periods by state from
      *          dormancy.dat, dormYears where a state is not listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** Every check issued, by series and number ****
           select checkFile assign to 'checks.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ck-key
               FILE STATUS is checkFile-Status.

      **** layout must match checkissue.cbl's regLine ****
           select optional agRegFile assign to 'agchkreg.txt'
               organization is line sequential.

      **** layout must match refundmaint.cbl's regLine ****
           select optional rfRegFile assign to 'refundreg.txt'
               organization is line sequential.

      **** Register lines already loaded by earlier runs ****
           select ctlFile assign to 'pospay.ctl'
               organization is line sequential
               file status is ctlFile-Status.

      **** Series AG/RF and the bank account each draws on ****
           select acctFile assign to 'bankacct.dat'
               organization is line sequential
               file status is acctFile-Status.

      **** State and dormancy years for unclaimed property ****
           select optional dormFile assign to 'dormancy.dat'
               organization is line sequential.

      **** The positive pay file transmitted to the bank ****
           select ppFile assign to 'pospay.txt'
               organization is line sequential.

      **** The bank's paid-check file ****
           select paidFile assign to 'chkpaid.txt'
               organization is line sequential
               file status is paidFile-Status.

           select unclFile assign to 'unclaim.txt'
               organization is line sequential.

           select agentFile assign to 'agent.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is agent-code
               FILE STATUS is agentFile-Status.

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

           select chkRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
           fd checkFile.
           01 checkRec.
               03 ck-key.
                   05 ck-series pic x(2).
                   05 ck-number pic 9(6).
               03 ck-issueDate pic 9(8).
               03 ck-amount pic 9(7)v99.
      **** Agent code on an AG check, policy number on an RF check **
               03 ck-payee pic x(6).
               03 ck-payeeName pic x(30).
               03 ck-state pic x(2).
      **** O outstanding, C cleared, V void ****
               03 ck-status pic x(1).
               03 ck-clearDate pic 9(8).
               03 ck-paidAmt pic 9(7)v99.

           fd agRegFile.
           01 agRegRec.
               03 ar-check pic 9(6).
               03      pic x.
               03 ar-date pic 9(8).
               03      pic x.
               03 ar-agent pic x(5).
               03      pic x.
               03 ar-amount pic 9(7)v99.
               03      pic x.
               03 ar-status pic x(8).
               03      pic x.
               03 ar-user pic x(8).

           fd rfRegFile.
           01 rfRegRec.
               03 rr-check pic 9(6).
               03      pic x.
               03 rr-date pic 9(8).
               03      pic x.
               03 rr-polNum pic x(6).
               03      pic x.
               03 rr-amount pic 9(7)v99.
               03      pic x.
               03 rr-source pic x(8).
               03      pic x.
               03 rr-user pic x(8).

           fd ctlFile.
           01 ctlRec.
               03 pc-agLines pic 9(7).
               03      pic x.
               03 pc-rfLines pic 9(7).

           fd acctFile.
           01 acctRec.
               03 ba-series pic x(2).
               03      pic x.
               03 ba-account pic x(12).

           fd dormFile.
           01 dormRec.
               03 dm-state pic x(2).
               03      pic x.
               03 dm-years pic 9(2).

           fd ppFile.
               01 ppRec pic x(80).

           fd paidFile.
           01 paidRec.
               03 cp-account pic x(12).
               03      pic x.
               03 cp-check pic 9(10).
               03      pic x.
               03 cp-paidDate pic 9(8).
               03      pic x.
               03 cp-amount pic 9(8)v99.

           fd unclFile.
               01 unclRec pic x(100).

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

           fd chkRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 checkFile-Status pic xx.
       01 ctlFile-Status pic xx.
       01 acctFile-Status pic xx.
       01 paidFile-Status pic xx.
       01 agentFile-Status pic xx.
       01 polName-Status pic xx.
       01 agentAvail pic x VALUE "N".
       01 nameAvail pic x VALUE "N".
       01 regEOF pic x VALUE "N".
       01 acctEOF pic x VALUE "N".
       01 dormEOF pic x VALUE "N".
       01 paidEOF pic x VALUE "N".
       01 checkEOF pic x VALUE "N".

      **** Years a check may sit uncashed before it is reported as ***
      *    unclaimed property, where dormancy.dat does not list the    *
      *    payee's state                                                *
       01 dormYears pic 9(2) VALUE 3.

       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 workYMD pic 9(8).
       01 workMDY pic 9(8).
       01 ageDays pic s9(9).
       01 dormDays pic 9(5).

      **** Register positions ****
       01 agDone pic 9(7) VALUE ZEROES.
       01 rfDone pic 9(7) VALUE ZEROES.
       01 agCount pic 9(7) VALUE ZEROES.
       01 rfCount pic 9(7) VALUE ZEROES.

      **** Bank account per series ****
       01 agAccount pic x(12) VALUE SPACES.
       01 rfAccount pic x(12) VALUE SPACES.

      **** State dormancy periods from dormancy.dat ****
       01 DormTable.
           03 DormEntry OCCURS 60 TIMES.
               05 dt-state pic x(2).
               05 dt-years pic 9(2).
       01 dormCount pic 9(2) VALUE ZEROES.
       01 dt-idx pic 9(2).
       01 stateYears pic 9(2).

      **** Positive pay record - issue (I) or void (V), then a      ****
      *    trailer with the count and total of issues                   *
       01 ppDetail.
           03 pd-account pic x(12).
           03 pd-check pic 9(10).
           03 pd-issueDate pic 9(8).
           03 pd-amount pic 9(8)v99.
           03 pd-code pic x(1).
           03 pd-payee pic x(30).
           03      pic x(9) VALUE SPACES.

       01 ppTrailer.
           03      pic x(12) VALUE "TRAILER".
           03 pt-count pic 9(10).
           03 pt-total pic 9(10)v99.
           03      pic x(46) VALUE SPACES.

       01 ppCount pic 9(7) VALUE ZEROES.
       01 ppIssueCount pic 9(7) VALUE ZEROES.
       01 ppIssueTotal pic 9(10)v99 VALUE ZEROES.
       01 ppVoidCount pic 9(7) VALUE ZEROES.

      **** Paid-check import ****
       01 paidSeries pic x(2).
       01 clearCount pic 9(7) VALUE ZEROES.
       01 clearTotal pic 9(9)v99 VALUE ZEROES.
       01 paidExcCount pic 9(7) VALUE ZEROES.
       01 paidAmt-ws pic 9(7)v99.

      **** Outstanding by age - 0-30, 31-90, 91-180, 181-365, over **
      *    a year                                                       *
       01 ageBuckets.
           03 ab-count pic 9(7) OCCURS 5 TIMES.
           03 ab-total pic 9(9)v99 OCCURS 5 TIMES.
       01 ab-idx pic 9(1).
       01 outCount pic 9(7) VALUE ZEROES.
       01 outTotal pic 9(9)v99 VALUE ZEROES.
       01 unclCount pic 9(7) VALUE ZEROES.
       01 unclTotal pic 9(9)v99 VALUE ZEROES.

       01 repHead.
           03      pic x(39) VALUE
               "POSITIVE PAY AND OUTSTANDING CHECKS - ".
           03 rh-date pic 99/99/9999.

       01 sectHead pic x(60).

       01 chkHead.
           03 pic x(2) VALUE "Sr".
           03 pic x(1).
           03 pic x(6) VALUE "Check".
           03 pic x(2).
           03 pic x(10) VALUE "Issued".
           03 pic x(2).
           03 pic x(6) VALUE "Payee".
           03 pic x(1).
           03 pic x(30) VALUE "Name".
           03 pic x(1).
           03 pic x(12) VALUE "      Amount".
           03 pic x(2).
           03 pic x(30) VALUE "Note".

       01 chkLine.
           03 cl-series pic x(2).
           03      pic x(1).
           03 cl-check pic 9(6).
           03      pic x(2).
           03 cl-issued pic 99/99/9999.
           03      pic x(2).
           03 cl-payee pic x(6).
           03      pic x(1).
           03 cl-name pic x(30).
           03      pic x(1).
           03 cl-amount pic Z,ZZZ,ZZ9.99.
           03      pic x(2).
           03 cl-note pic x(30).

       01 noteAge.
           03      pic x(5) VALUE "AGE: ".
           03 na-days pic ZZZZ9.
           03      pic x(5) VALUE " DAYS".

       01 bucketLine.
           03 bl-text pic x(16).
           03 bl-count pic ZZZZZZ9.
           03      pic x(2).
           03 bl-total pic ZZZ,ZZZ,ZZ9.99.

       01 bucketNames.
           03      pic x(16) VALUE "0-30 days:".
           03      pic x(16) VALUE "31-90 days:".
           03      pic x(16) VALUE "91-180 days:".
           03      pic x(16) VALUE "181-365 days:".
           03      pic x(16) VALUE "Over a year:".
       01 bucketNameTab REDEFINES bucketNames.
           03 bn-text pic x(16) OCCURS 5 TIMES.

       01 totalLine.
           03 tl-text pic x(30).
           03 tl-count pic ZZZZZZ9.
           03      pic x(2).
           03 tl-amount pic ZZZ,ZZZ,ZZ9.99.

      **** Unclaimed-property list line ****
       01 unclLine.
           03 ul-series pic x(2).
           03      pic x VALUE SPACE.
           03 ul-check pic 9(6).
           03      pic x VALUE SPACE.
           03 ul-issueDate pic 9(8).
           03      pic x VALUE SPACE.
           03 ul-amount pic 9(7)v99.
           03      pic x VALUE SPACE.
           03 ul-payee pic x(6).
           03      pic x VALUE SPACE.
           03 ul-name pic x(30).
           03      pic x VALUE SPACE.
           03 ul-state pic x(2).
           03      pic x VALUE SPACE.
           03 ul-days pic 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-AGENT-REGISTER
           PERFORM LOAD-REFUND-REGISTER
           PERFORM FINISH-POSPAY
           PERFORM IMPORT-PAID
           PERFORM AGE-OUTSTANDING
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE today8(5:2) to todayMDY(1:2)
           MOVE today8(7:2) to todayMDY(3:2)
           MOVE today8(1:4) to todayMDY(5:4)

      **** No account numbers, no file the bank can match against ***
           OPEN INPUT acctFile
           IF acctFile-Status NOT = "00"
               DISPLAY "Error, bankacct.dat could not be opened - set "
                   "up the AG and RF bank accounts first (status "
                   acctFile-Status ")"
               GOBACK
           END-IF
           PERFORM UNTIL acctEOF = "Y"
               READ acctFile
                   AT END
                       MOVE "Y" to acctEOF
                   NOT AT END
                       IF ba-series = "AG"
                           MOVE ba-account to agAccount
                       END-IF
                       IF ba-series = "RF"
                           MOVE ba-account to rfAccount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE acctFile

           OPEN INPUT dormFile
           PERFORM UNTIL dormEOF = "Y"
               READ dormFile
                   AT END
                       MOVE "Y" to dormEOF
                   NOT AT END
                       IF dormCount < 60
                           ADD 1 to dormCount
                           MOVE dm-state to dt-state(dormCount)
                           MOVE dm-years to dt-years(dormCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE dormFile

           OPEN INPUT ctlFile
           IF ctlFile-Status = "00"
               READ ctlFile
                   AT END continue
                   NOT AT END
                       MOVE pc-agLines to agDone
                       MOVE pc-rfLines to rfDone
               END-READ
               CLOSE ctlFile
           END-IF

           OPEN I-O checkFile
      **** First run has no checks.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF checkFile-Status = "35"
               OPEN OUTPUT checkFile
               CLOSE checkFile
               OPEN I-O checkFile
           END-IF
           OPEN INPUT agentFile
           IF agentFile-Status = "00"
               MOVE "Y" to agentAvail
           END-IF
           OPEN INPUT polName
           IF polName-Status = "00"
               MOVE "Y" to nameAvail
           END-IF
      **** Tonight's file replaces last night's - it is sent once ****
           OPEN OUTPUT ppFile
           OPEN OUTPUT unclFile
           OPEN OUTPUT chkRep
           MOVE todayMDY to rh-date
           WRITE printRep FROM repHead AFTER ADVANCING 1 LINES
           MOVE "CHECKS SENT TO THE BANK ON POSITIVE PAY" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 2 LINES
           WRITE printRep FROM chkHead AFTER ADVANCING 1 LINES.

      **** Commission checks - ISSUED and REISSUE lines are new    ****
      *    checks, a VOID line voids the check it names                *
       LOAD-AGENT-REGISTER.
           MOVE "N" to regEOF
           OPEN INPUT agRegFile
           PERFORM UNTIL regEOF = "Y"
               READ agRegFile
                   AT END
                       MOVE "Y" to regEOF
                   NOT AT END
                       ADD 1 to agCount
                       IF agCount > agDone
                           PERFORM LOAD-AGENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE agRegFile
           IF agCount < agDone
               DISPLAY "ERROR - agchkreg.txt holds " agCount
                   " line(s) but pospay.ctl says " agDone
                   " were already sent - position left untouched"
               MOVE agDone to agCount
           END-IF.

       LOAD-AGENT-LINE.
           MOVE "AG" to ck-series
           MOVE ar-check to ck-number
           IF ar-status = "VOID    "
               PERFORM VOID-CHECK
               EXIT PARAGRAPH
           END-IF
           MOVE ar-date to ck-issueDate
           MOVE ar-amount to ck-amount
           MOVE ar-agent to ck-payee
           MOVE SPACES to ck-payeeName ck-state
           IF agentAvail = "Y"
               MOVE ar-agent to agent-code
               READ agentFile
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE agent-name to ck-payeeName
               END-READ
           END-IF
           PERFORM ADD-CHECK.

      **** Refund checks - every line is a new check ****
       LOAD-REFUND-REGISTER.
           MOVE "N" to regEOF
           OPEN INPUT rfRegFile
           PERFORM UNTIL regEOF = "Y"
               READ rfRegFile
                   AT END
                       MOVE "Y" to regEOF
                   NOT AT END
                       ADD 1 to rfCount
                       IF rfCount > rfDone
                           PERFORM LOAD-REFUND-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE rfRegFile
           IF rfCount < rfDone
               DISPLAY "ERROR - refundreg.txt holds " rfCount
                   " line(s) but pospay.ctl says " rfDone
                   " were already sent - position left untouched"
               MOVE rfDone to rfCount
           END-IF.

       LOAD-REFUND-LINE.
           MOVE "RF" to ck-series
           MOVE rr-check to ck-number
           MOVE rr-date to ck-issueDate
           MOVE rr-amount to ck-amount
           MOVE rr-polNum to ck-payee
           MOVE SPACES to ck-payeeName ck-state
           IF nameAvail = "Y"
               MOVE rr-polNum to nm-polNum
               READ polName
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       STRING nm-fName DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           nm-lName DELIMITED BY SIZE
                           INTO ck-payeeName
                       MOVE nm-state to ck-state
               END-READ
           END-IF
           PERFORM ADD-CHECK.

      **** A new check goes on checks.dat outstanding and on the   ****
      *    positive pay file as an issue                               *
       ADD-CHECK.
           MOVE "O" to ck-status
           MOVE ZEROES to ck-clearDate ck-paidAmt
           WRITE checkRec
               INVALID KEY
                   DISPLAY "Error, check " ck-series " " ck-number
                       " already on checks.dat - not sent again"
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "I" to pd-code
           PERFORM WRITE-PP-DETAIL
           ADD 1 to ppIssueCount
           ADD ck-amount to ppIssueTotal
           MOVE "ISSUED" to cl-note
           PERFORM PRINT-CHECK-LINE.

      **** A voided check is stopped at the bank through a void    ****
      *    record - a check issued before checks.dat existed is sent   *
      *    as a void all the same                                       *
       VOID-CHECK.
           READ checkFile
               INVALID KEY
                   MOVE ar-date to ck-issueDate
                   MOVE ar-amount to ck-amount
                   MOVE ar-agent to ck-payee
                   MOVE SPACES to ck-payeeName ck-state
                   MOVE "V" to ck-status
                   MOVE ZEROES to ck-clearDate ck-paidAmt
                   WRITE checkRec
               NOT INVALID KEY
                   IF ck-status = "C"
                       DISPLAY "Warning, check AG " ck-number
                           " voided after the bank paid it"
                   END-IF
                   MOVE "V" to ck-status
                   REWRITE checkRec
           END-READ
           MOVE "V" to pd-code
           PERFORM WRITE-PP-DETAIL
           ADD 1 to ppVoidCount
           MOVE "VOIDED" to cl-note
           PERFORM PRINT-CHECK-LINE.

       WRITE-PP-DETAIL.
           IF ck-series = "AG"
               MOVE agAccount to pd-account
           ELSE
               MOVE rfAccount to pd-account
           END-IF
           MOVE ck-number to pd-check
           MOVE ck-issueDate to pd-issueDate
           MOVE ck-amount to pd-amount
           MOVE ck-payeeName to pd-payee
           WRITE ppRec FROM ppDetail
           ADD 1 to ppCount.

       PRINT-CHECK-LINE.
           MOVE ck-series to cl-series
           MOVE ck-number to cl-check
           MOVE ck-issueDate to workYMD
           PERFORM YMD-TO-MDY
           MOVE workMDY to cl-issued
           MOVE ck-payee to cl-payee
           MOVE ck-payeeName to cl-name
           MOVE ck-amount to cl-amount
           WRITE printRep FROM chkLine AFTER ADVANCING 1 LINES.

       FINISH-POSPAY.
           MOVE ppIssueCount to pt-count
           MOVE ppIssueTotal to pt-total
           WRITE ppRec FROM ppTrailer
           MOVE "Issues sent:" to tl-text
           MOVE ppIssueCount to tl-count
           MOVE ppIssueTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES
           MOVE "Voids sent:" to tl-text
           MOVE ppVoidCount to tl-count
           MOVE ZEROES to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES

           OPEN OUTPUT ctlFile
           MOVE SPACES to ctlRec
           MOVE agCount to pc-agLines
           MOVE rfCount to pc-rfLines
           WRITE ctlRec
           CLOSE ctlFile.

      **** Each check the bank paid clears - one it paid that we   ****
      *    never issued, voided, or paid for another amount goes on    *
      *    the exception list for the bank                              *
       IMPORT-PAID.
           MOVE "PAID CHECKS FROM THE BANK - EXCEPTIONS" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM chkHead AFTER ADVANCING 1 LINES
           OPEN INPUT paidFile
           IF paidFile-Status NOT = "00"
               DISPLAY "No chkpaid.txt from the bank tonight - no "
                   "checks cleared"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL paidEOF = "Y"
               READ paidFile
                   AT END
                       MOVE "Y" to paidEOF
                   NOT AT END
                       PERFORM CLEAR-ONE
               END-READ
           END-PERFORM
           CLOSE paidFile
           MOVE "Checks cleared:" to tl-text
           MOVE clearCount to tl-count
           MOVE clearTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 2 LINES
           MOVE "Paid-check exceptions:" to tl-text
           MOVE paidExcCount to tl-count
           MOVE ZEROES to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES.

       CLEAR-ONE.
           EVALUATE TRUE
               WHEN cp-account = agAccount
                   MOVE "AG" to paidSeries
               WHEN cp-account = rfAccount
                   MOVE "RF" to paidSeries
               WHEN OTHER
                   MOVE SPACES to paidSeries
           END-EVALUATE
           MOVE cp-amount to paidAmt-ws
           IF paidSeries = SPACES OR cp-check > 999999
               MOVE SPACES to ck-series ck-payee ck-payeeName
               MOVE cp-check to ck-number
               MOVE ZEROES to ck-issueDate
               MOVE paidAmt-ws to ck-amount
               MOVE "ACCOUNT NOT OURS" to cl-note
               PERFORM PAID-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE paidSeries to ck-series
           MOVE cp-check to ck-number
           READ checkFile
               INVALID KEY
                   MOVE SPACES to ck-payee ck-payeeName
                   MOVE ZEROES to ck-issueDate
                   MOVE paidAmt-ws to ck-amount
                   MOVE "PAID BUT NEVER ISSUED" to cl-note
                   PERFORM PAID-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN ck-status = "V"
                   MOVE "PAID AFTER VOID" to cl-note
                   PERFORM PAID-EXCEPTION
               WHEN ck-status = "C"
                   MOVE "ALREADY CLEARED" to cl-note
                   PERFORM PAID-EXCEPTION
               WHEN paidAmt-ws NOT = ck-amount
                   MOVE "PAID AMOUNT DIFFERS" to cl-note
                   PERFORM PAID-EXCEPTION
               WHEN OTHER
                   MOVE "C" to ck-status
                   MOVE cp-paidDate(5:4) to ck-clearDate(1:4)
                   MOVE cp-paidDate(1:4) to ck-clearDate(5:4)
                   MOVE paidAmt-ws to ck-paidAmt
                   REWRITE checkRec
                       INVALID KEY
                           DISPLAY "Error, check " ck-series " "
                               ck-number " could not be cleared"
                       NOT INVALID KEY
                           ADD 1 to clearCount
                           ADD paidAmt-ws to clearTotal
                   END-REWRITE
           END-EVALUATE.

       PAID-EXCEPTION.
           PERFORM PRINT-CHECK-LINE
           ADD 1 to paidExcCount.

      **** Every outstanding check aged from its issue date; one    ***
      *    past its state's dormancy goes on the unclaimed list        *
       AGE-OUTSTANDING.
           MOVE "OUTSTANDING CHECKS BY AGE" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM chkHead AFTER ADVANCING 1 LINES
           INITIALIZE ageBuckets
           MOVE LOW-VALUES to ck-key
           START checkFile KEY IS >= ck-key
               INVALID KEY
                   MOVE "Y" to checkEOF
           END-START
           PERFORM UNTIL checkEOF = "Y"
               READ checkFile NEXT RECORD
                   AT END
                       MOVE "Y" to checkEOF
                   NOT AT END
                       IF ck-status = "O"
                           PERFORM AGE-ONE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING ab-idx FROM 1 BY 1 UNTIL ab-idx > 5
               MOVE bn-text(ab-idx) to bl-text
               MOVE ab-count(ab-idx) to bl-count
               MOVE ab-total(ab-idx) to bl-total
               IF ab-idx = 1
                   WRITE printRep FROM bucketLine
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE printRep FROM bucketLine
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           MOVE "Total outstanding:" to tl-text
           MOVE outCount to tl-count
           MOVE outTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES
           MOVE "Past dormancy - unclaim.txt:" to tl-text
           MOVE unclCount to tl-count
           MOVE unclTotal to tl-amount
           WRITE printRep FROM totalLine AFTER ADVANCING 1 LINES.

       AGE-ONE.
           COMPUTE ageDays = FUNCTION INTEGER-OF-DATE(today8)
               - FUNCTION INTEGER-OF-DATE(ck-issueDate)
           EVALUATE TRUE
               WHEN ageDays <= 30
                   MOVE 1 to ab-idx
               WHEN ageDays <= 90
                   MOVE 2 to ab-idx
               WHEN ageDays <= 180
                   MOVE 3 to ab-idx
               WHEN ageDays <= 365
                   MOVE 4 to ab-idx
               WHEN OTHER
                   MOVE 5 to ab-idx
           END-EVALUATE
           ADD 1 to ab-count(ab-idx)
           ADD ck-amount to ab-total(ab-idx)
           ADD 1 to outCount
           ADD ck-amount to outTotal

           MOVE ageDays to na-days
           MOVE noteAge to cl-note
           PERFORM PRINT-CHECK-LINE

           MOVE dormYears to stateYears
           PERFORM VARYING dt-idx FROM 1 BY 1 UNTIL dt-idx > dormCount
               IF dt-state(dt-idx) = ck-state
                   MOVE dt-years(dt-idx) to stateYears
               END-IF
           END-PERFORM
           COMPUTE dormDays = stateYears * 365
           IF ageDays > dormDays
               PERFORM WRITE-UNCLAIMED
           END-IF.

       WRITE-UNCLAIMED.
           MOVE ck-series to ul-series
           MOVE ck-number to ul-check
           MOVE ck-issueDate to ul-issueDate
           MOVE ck-amount to ul-amount
           MOVE ck-payee to ul-payee
           MOVE ck-payeeName to ul-name
           MOVE ck-state to ul-state
           MOVE ageDays to ul-days
           WRITE unclRec FROM unclLine
           ADD 1 to unclCount
           ADD ck-amount to unclTotal.

       YMD-TO-MDY.
           MOVE workYMD(5:4) to workMDY(1:4)
           MOVE workYMD(1:4) to workMDY(5:4).

       CLOSEJOB.
           DISPLAY ppIssueCount " issue(s) and " ppVoidCount
               " void(s) on pospay.txt, " clearCount " check(s) "
               "cleared, " paidExcCount " paid-check exception(s), "
               outCount " outstanding, " unclCount " past dormancy "
               "on unclaim.txt"
           IF agentAvail = "Y"
               CLOSE agentFile
           END-IF
           IF nameAvail = "Y"
               CLOSE polName
           END-IF
           CLOSE checkFile ppFile unclFile chkRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM POS-PAY.
