      *          premium field (qt-prem 9(6)v99). Rename the existing
      *          file to quotes.old first - this job reads quotes.old
      *          in the narrow layout, loads a fresh quotes.dat in the
      *          current one (no prospect details), then verifies the
      *          record counts match - the same pattern POLREBLD used
      *          for the agent alternate key. A quotes.dat already on
      *          the widened premium converts through QTEPCONV instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           MOVE old-expDate to qt-expDate
           MOVE old-status to qt-status
           MOVE old-polNum to qt-polNum
      **** Quotes this old predate the prospect fields ****
           MOVE SPACES to qt-fName qt-lName qt-addy qt-city qt-state
               qt-zip qt-phone qt-custNum qt-notes
           MOVE ZEROES to qt-followDate
           WRITE quoteRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
