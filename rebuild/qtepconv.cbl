      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: One-time conversion of quotes.dat to carry the
      *          prospect's name, address and phone, the existing
      *          customer number, the follow-up date and outcome notes.
      *          Rename the existing file to quotes.old first - this job
      *          reads quotes.old in the widened-premium layout QTECONV
      *          produced, loads a fresh quotes.dat with the prospect
      *          fields blank and the follow-up due today, then verifies
      *          the record counts match - the same pattern POLREBLD
      *          used for the agent alternate key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTEPCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** The pre-conversion file - widened premium, no prospect ****
           select oldQte assign to 'quotes.old'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is old-quoteNum
               FILE STATUS is oldQte-Status.

      **** The converted file - layout must match quote.cbl's ****
           select newQte assign to 'quotes.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is qt-quoteNum
               FILE STATUS is newQte-Status.

       DATA DIVISION.
       FILE SECTION.
           fd oldQte.
           01 oldQteRec.
               03 old-quoteNum pic x(6).
               03 old-amount pic 9(8).
               03 old-type pic x(3).
               03 old-agent pic x(5).
               03 old-prem pic 9(6)v99.
               03 old-quoteDate pic 9(8).
               03 old-expDate pic 9(8).
               03 old-status pic x(2).
               03 old-polNum pic x(6).

           fd newQte.
           01 quoteRec.
               03 qt-quoteNum pic x(6).
               03 qt-amount pic 9(8).
               03 qt-type pic x(3).
               03 qt-agent pic x(5).
               03 qt-prem pic 9(6)v99.
               03 qt-quoteDate pic 9(8).
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

       WORKING-STORAGE SECTION.
       01 oldQte-Status pic xx.
       01 newQte-Status pic xx.
       01 endLoad pic x VALUE "N".
       01 endVerify pic x VALUE "N".
       01 loadCount pic 9(7) VALUE ZEROES.
       01 verifyCount pic 9(7) VALUE ZEROES.
       01 today8 pic 9(8).
       01 todayMDY pic 9(8).
       01 dateValFn pic x(1) VALUE "M".
       01 dateValFlag pic x(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-ALL
           PERFORM VERIFY-LOAD
           PERFORM CLOSEJOB.

       INITJOB.
           ACCEPT today8 FROM DATE YYYYMMDD
           CALL "dateval" USING dateValFn, today8, todayMDY,
               dateValFlag
           OPEN INPUT oldQte
           IF oldQte-Status NOT = "00"
               DISPLAY "Error, quotes.old could not be opened - "
                   "rename the current quotes.dat to quotes.old "
                   "before running this conversion (status "
                   oldQte-Status ")"
               STOP RUN
           END-IF
           OPEN OUTPUT newQte
           IF newQte-Status NOT = "00"
               DISPLAY "Error, quotes.dat could not be created "
                   "(status " newQte-Status ")"
               CLOSE oldQte
               STOP RUN
           END-IF.

       LOAD-ALL.
           PERFORM UNTIL endLoad = "Y"
               READ oldQte NEXT RECORD
                   AT END
                       MOVE "Y" to endLoad
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

      **** Every field carries over as is - the prospect is blank  ***
      *    and the follow-up falls due today, so the agent keys the    *
      *    prospect in through QUOTE-SYS's FOLLOW                       *
       LOAD-ONE.
           MOVE old-quoteNum to qt-quoteNum
           MOVE old-amount to qt-amount
           MOVE old-type to qt-type
           MOVE old-agent to qt-agent
           MOVE old-prem to qt-prem
           MOVE old-quoteDate to qt-quoteDate
           MOVE old-expDate to qt-expDate
           MOVE old-status to qt-status
           MOVE old-polNum to qt-polNum
           MOVE SPACES to qt-fName qt-lName qt-addy qt-city qt-state
               qt-zip qt-phone qt-custNum qt-notes
           MOVE todayMDY to qt-followDate
           WRITE quoteRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
                       old-quoteNum
               NOT INVALID KEY
                   ADD 1 to loadCount
           END-WRITE.

      **** Re-reads the converted file and compares record counts ****
       VERIFY-LOAD.
           CLOSE newQte
           OPEN INPUT newQte
           MOVE LOW-VALUES to qt-quoteNum
           START newQte KEY IS >= qt-quoteNum
               INVALID KEY MOVE "Y" to endVerify
           END-START
           PERFORM UNTIL endVerify = "Y"
               READ newQte NEXT RECORD
                   AT END
                       MOVE "Y" to endVerify
                   NOT AT END
                       ADD 1 to verifyCount
               END-READ
           END-PERFORM.

       CLOSEJOB.
           IF loadCount = verifyCount
               DISPLAY loadCount " record(s) loaded and verified - "
                   "quotes.dat now carries the prospect details"
           ELSE
               DISPLAY "ERROR - " loadCount " record(s) loaded but "
                   verifyCount " verified - do NOT delete quotes.old"
           END-IF
           CLOSE oldQte newQte
           STOP RUN.

       END PROGRAM QTEPCONV.
