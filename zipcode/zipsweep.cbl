      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Address sweep against the ZIP reference table - reads
      *          every insured on polnamei.dat and every customer on
      *          custmast.dat, looks each ZIP up through zipchk and
      *          lists the addresses that fail: a ZIP that is not 5 or
      *          9 digits, a ZIP not on the table, or a state the ZIP
      *          is not in (the state PREMTAX-JOB would file the
      *          premium under). Run once when the table is loaded and
      *          then monthly ahead of the premium tax filing. Nothing
      *          is changed - corrections go through CUST-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIP-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

      **** layout must match custbuild.cbl's custMastRec ****
           select custMast assign to 'custmast.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cm-custNum
               FILE STATUS is custMast-Status.

           select sweepRep assign to printer.

       DATA DIVISION.
       FILE SECTION.
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

           fd sweepRep.
               01 printRep pic x(132).

       WORKING-STORAGE SECTION.
       01 polName-Status pic xx.
       01 custMast-Status pic xx.
       01 endRead pic x VALUE "N".

      **** zipchk call interface ****
       01 zipIn pic x(9).
       01 zipCity pic x(15).
       01 zipState pic x(2).
       01 zipFound pic x(1).
       01 chkState pic x(2).

       01 polCount pic 9(7) VALUE ZEROES.
       01 custCount pic 9(7) VALUE ZEROES.
       01 badZipCount pic 9(7) VALUE ZEROES.
       01 noZipCount pic 9(7) VALUE ZEROES.
       01 stateCount pic 9(7) VALUE ZEROES.
       01 sysdate8 pic 9(8).

       01 reportHead.
           03 pic x(40) VALUE "ADDRESSES FAILING THE ZIP CHECK - RUN ".
           03 rh-date pic 9999/99/99.

       01 fileHead.
           03 pic x(6) VALUE "FILE: ".
           03 fh-file pic x(40).

       01 colHead.
           03 pic x(8) VALUE "Key".
           03 pic x(16) VALUE "Last Name".
           03 pic x(16) VALUE "City".
           03 pic x(4) VALUE "St".
           03 pic x(11) VALUE "ZIP".
           03 pic x(16) VALUE "ZIP's City".
           03 pic x(4) VALUE "St".
           03 pic x(30) VALUE "Problem".

       01 sweepLine.
           03 sl-key pic x(6).
           03      pic x(2).
           03 sl-lName pic x(15).
           03      pic x(1).
           03 sl-city pic x(15).
           03      pic x(1).
           03 sl-state pic x(2).
           03      pic x(2).
           03 sl-zip pic x(9).
           03      pic x(2).
           03 sl-zipCity pic x(15).
           03      pic x(1).
           03 sl-zipState pic x(2).
           03      pic x(2).
           03 sl-problem pic x(30).

       01 totLine.
           03 tl-text pic x(40).
           03 tl-count pic Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM SWEEP-POLNAME
           PERFORM SWEEP-CUSTMAST
           PERFORM CLOSEJOB.

      **** No table, nothing to check against - stop before the    ****
      *    report lists every address on file                          *
       INITJOB.
           MOVE "00000" to zipIn
           CALL "zipchk" USING zipIn, zipCity, zipState, zipFound
           IF zipFound = "U"
               DISPLAY "Error, zipref.dat is not on disk - load the "
                   "ZIP table through ZIP-MAINT first"
               GOBACK
           END-IF
           ACCEPT sysdate8 FROM DATE YYYYMMDD
           OPEN OUTPUT sweepRep
           MOVE sysdate8 to rh-date
           WRITE printRep FROM reportHead AFTER ADVANCING 1 LINES.

       SWEEP-POLNAME.
           MOVE "polnamei.dat - insureds by policy" to fh-file
           WRITE printRep FROM fileHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES
           OPEN INPUT polName
           IF polName-Status NOT = "00"
               DISPLAY "polnamei.dat not on file - insureds not swept"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ polName NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       ADD 1 to polCount
                       MOVE nm-zip to zipIn
                       MOVE nm-state to chkState
                       PERFORM CHECK-ADDRESS
                       IF sl-problem NOT = SPACES
                           MOVE nm-polNum to sl-key
                           MOVE nm-lName to sl-lName
                           MOVE nm-city to sl-city
                           MOVE nm-state to sl-state
                           MOVE nm-zip to sl-zip
                           WRITE printRep FROM sweepLine
                               AFTER ADVANCING 1 LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE polName.

       SWEEP-CUSTMAST.
           MOVE "custmast.dat - customers" to fh-file
           WRITE printRep FROM fileHead AFTER ADVANCING 3 LINES
           WRITE printRep FROM colHead AFTER ADVANCING 2 LINES
           OPEN INPUT custMast
           IF custMast-Status NOT = "00"
               DISPLAY "custmast.dat not on file - customers not swept"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to endRead
           PERFORM UNTIL endRead = "Y"
               READ custMast NEXT RECORD
                   AT END
                       MOVE "Y" to endRead
                   NOT AT END
                       ADD 1 to custCount
                       MOVE cm-zip to zipIn
                       MOVE cm-state to chkState
                       PERFORM CHECK-ADDRESS
                       IF sl-problem NOT = SPACES
                           MOVE cm-custNum to sl-key
                           MOVE cm-lName to sl-lName
                           MOVE cm-city to sl-city
                           MOVE cm-state to sl-state
                           MOVE cm-zip to sl-zip
                           WRITE printRep FROM sweepLine
                               AFTER ADVANCING 1 LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE custMast.

      **** Leaves the reason in sl-problem, spaces when the address ***
      *    passes - the same test CUST-MAINT applies at entry          *
       CHECK-ADDRESS.
           MOVE SPACES to sweepLine
           CALL "zipchk" USING zipIn, zipCity, zipState, zipFound
           EVALUATE zipFound
               WHEN "X"
                   MOVE "ZIP NOT 5 OR 9 DIGITS" to sl-problem
                   ADD 1 to badZipCount
               WHEN "N"
                   MOVE "ZIP NOT ON THE ZIP TABLE" to sl-problem
                   ADD 1 to noZipCount
               WHEN "Y"
                   IF chkState NOT = zipState
                       MOVE "STATE DOES NOT MATCH ZIP" to sl-problem
                       MOVE zipCity to sl-zipCity
                       MOVE zipState to sl-zipState
                       ADD 1 to stateCount
                   END-IF
           END-EVALUATE.

       CLOSEJOB.
           MOVE SPACES to totLine
           MOVE "Insureds checked" to tl-text
           MOVE polCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 3 LINES
           MOVE "Customers checked" to tl-text
           MOVE custCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "State does not match ZIP" to tl-text
           MOVE stateCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 2 LINES
           MOVE "ZIP not on the ZIP table" to tl-text
           MOVE noZipCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES
           MOVE "ZIP not 5 or 9 digits" to tl-text
           MOVE badZipCount to tl-count
           WRITE printRep FROM totLine AFTER ADVANCING 1 LINES

           DISPLAY polCount " insured(s) and " custCount
               " customer(s) checked - " stateCount
               " state/ZIP mismatch(es)"
           CLOSE sweepRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

       END PROGRAM ZIP-SWEEP.
