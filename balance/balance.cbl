      * Date:
      * Purpose: End-of-day balancing - runs last in the nightly
      *          stream, lists the control totals every batch job
      *          wrote to polctl.txt, re-counts polfile.txt and the
      *          EFT-DRAFT bank file eftdraft.ach itself and prints an
      *          in-balance/out-of-balance page the operator signs off.
      *          AR-RECON's receivable difference is flagged alongside
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               organization is line sequential
               FILE STATUS is polTxt-Status.

      **** The bank draft file EFT-DRAFT wrote - re-counted so the ***
      *    file transmitted is proven against its control line         *
           select optional achFile assign to 'eftdraft.ach'
               organization is line sequential
               FILE STATUS is achFile-Status.

           select balRep assign to printer.

       DATA DIVISION.
               03 polType pic x(3).
               03 polField pic x(2).

      **** layout must match eftdraft.cbl's achEntry ****
           fd achFile.
           01 achRec.
               03 ach-recType pic x(1).
               03      pic x(28).
               03 ach-amount pic 9(8)v99.
               03      pic x(55).

           fd balRep.
               01 printRep pic x(132).

       01 polTxt-Status pic xx.
       01 ctlEOF pic x VALUE "N".
       01 txtEOF pic x VALUE "N".
       01 achFile-Status pic xx.
       01 achEOF pic x VALUE "N".

      **** The latest control line per job - later lines replace    ****
      *    earlier ones so a rerun supersedes its first attempt        *
       01 actualCount pic 9(7) VALUE ZEROES.
       01 actualHash pic 9(9)v99 VALUE ZEROES.

      **** Actual draft entries and dollars re-taken from the ACH  ****
      *    file                                                         *
       01 achCount pic 9(7) VALUE ZEROES.
       01 achHash pic 9(9)v99 VALUE ZEROES.

       01 outOfBalance pic x VALUE "N".

      **** RECONCILE's unload totals, held for the reader compare ****
           03      pic x(3).
           03 al-hash pic ZZZ,ZZZ,ZZ9.99.

       01 achLine.
           03      pic x(21) VALUE "eftdraft.ach actual: ".
           03 ac-count pic ZZZZZZ9.
           03      pic x(3).
           03 ac-hash pic ZZZ,ZZZ,ZZ9.99.

       01 verdictLine.
           03 vd-text pic x(60).

           PERFORM INITJOB
           PERFORM LOAD-CONTROLS
           PERFORM COUNT-ACTUAL
           PERFORM COUNT-ACH
           PERFORM PRINT-BALANCE
           PERFORM CLOSEJOB.

               CLOSE polTxt
           END-IF.

      **** Re-counts the draft entries actually going to the bank - **
      *    no file simply means no drafts tonight                      *
       COUNT-ACH.
           OPEN INPUT achFile
           IF achFile-Status = "00"
               PERFORM UNTIL achEOF = "Y"
                   READ achFile
                       AT END
                           MOVE "Y" to achEOF
                       NOT AT END
                           IF ach-recType = "6"
                               ADD 1 to achCount
                               ADD ach-amount to achHash
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE achFile
           END-IF.

       PRINT-BALANCE.
           WRITE printRep FROM balHead1 AFTER ADVANCING 1 LINES
           WRITE printRep FROM balHead2 AFTER ADVANCING 2 LINES
           MOVE actualCount to al-count
           MOVE actualHash to al-hash
           WRITE printRep FROM actualLine AFTER ADVANCING 2 LINES
           MOVE achCount to ac-count
           MOVE achHash to ac-hash
           WRITE printRep FROM achLine AFTER ADVANCING 1 LINES

      **** The unload count RECONCILE wrote must equal what is      ****
      *    physically on polfile.txt - a mismatch means the reports    *
                       MOVE "Y" to outOfBalance
                   END-IF
               END-IF
      **** The drafts EFT-DRAFT posted must be exactly the entries  ****
      *    on the file going to the bank                               *
               IF jt-job(jt-idx) = "EFTDRAFT    "
                   IF jt-count(jt-idx) NOT = achCount
                       OR jt-hash(jt-idx) NOT = achHash
                       MOVE "EFTDRAFT" to rd-job
                       MOVE "*** DISAGREES WITH eftdraft.ach"
                           to rd-text
                       WRITE printRep FROM readerLine
                           AFTER ADVANCING 1 LINES
                       MOVE "Y" to outOfBalance
                   END-IF
               END-IF
      **** AR-RECON carries the receivable difference in its hash - ***
      *    a month-end tie-out item, so it is flagged for accounting   *
      *    without holding the reports                                 *
               IF jt-job(jt-idx) = "ARRECON     "
                   MOVE "ARRECON" to rd-job
                   IF jt-hash(jt-idx) = ZEROES
                       MOVE "RECEIVABLE TIES TO POLBILL.DAT"
                           to rd-text
                   ELSE
                       MOVE "*** RECEIVABLE OFF FROM POLBILL"
                           to rd-text
                   END-IF
                   WRITE printRep FROM readerLine
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM

      **** Every report program that read polfile.txt must have    ****
