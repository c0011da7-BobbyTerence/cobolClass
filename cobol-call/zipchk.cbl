      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Shared ZIP lookup, CALLed the same way dateval is.
      *          Looks the first five digits of a 5 or 9 digit ZIP up
      *          on the ZIP reference table zipref.dat (kept by
      *          ZIP-MAINT) and hands back the city and state it
      *          belongs to, so an address can default from its ZIP
      *          and a state that disagrees with it can be refused.
      *          zc-found comes back
      *            "Y" ZIP on the table - city and state returned
      *            "N" ZIP well formed but not on the table
      *            "X" ZIP not 5 digits, or 9 digits for ZIP+4
      *            "U" zipref.dat not on disk - nothing can be checked
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. zipchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match zipmaint.cbl's zipRec ****
           select zipFile assign to 'zipref.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is zr-zip
               FILE STATUS is zipFile-Status.

       DATA DIVISION.
       FILE SECTION.
           fd zipFile.
           01 zipRec.
               03 zr-zip pic x(5).
               03 zr-city pic x(15).
               03 zr-state pic x(2).

       WORKING-STORAGE SECTION.
       01 zipFile-Status pic xx.

      **** zip split for the digit checks, the same way CUST-MAINT ****
      *    has always checked it                                        *
       01 zipCheck.
           03 zip5 pic x(5).
           03 zip4 pic x(4).

       LINKAGE SECTION.
       01 zc-zip pic x(9).
       01 zc-city pic x(15).
       01 zc-state pic x(2).
       01 zc-found pic x(1).

       PROCEDURE DIVISION USING zc-zip zc-city zc-state zc-found.
       MAIN.
           MOVE SPACES to zc-city zc-state
           MOVE zc-zip to zipCheck
           IF zip5 NOT NUMERIC
               OR (zip4 NOT = SPACES AND zip4 NOT NUMERIC)
               MOVE "X" to zc-found
               EXIT PROGRAM
           END-IF

           OPEN INPUT zipFile
           IF zipFile-Status NOT = "00"
               MOVE "U" to zc-found
               EXIT PROGRAM
           END-IF
           MOVE zip5 to zr-zip
           READ zipFile
               INVALID KEY
                   MOVE "N" to zc-found
               NOT INVALID KEY
                   MOVE zr-city to zc-city
                   MOVE zr-state to zc-state
                   MOVE "Y" to zc-found
           END-READ
           CLOSE zipFile

           EXIT PROGRAM.

       END PROGRAM zipchk.
