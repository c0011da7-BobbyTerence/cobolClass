      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Nightly claim letters to the insured - prints every
      *          letter CLAIM-MAINT has queued on clmltrq.dat: an
      *          acknowledgment for each new claim with the claim
      *          number, loss date and type and the assigned adjuster's
      *          name from adjuster.dat, and a closing letter for each
      *          claim closed with the total paid. Letters are
      *          addressed from the policy's customer on custmast.dat
      *          (custxref.dat), or from polnamei.dat where the policy
      *          has no customer yet. Every line is captured on the
      *          dated print archive clmletter.YYYYMMDD.prt under the
      *          claim number so REPRINT can re-spool a letter, and
      *          each letter printed is marked off the queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-LETTER.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match claimmaint.cbl's ltrQueueRec ****
           select ltrQueue assign to 'clmltrq.dat'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is lq-key
               FILE STATUS is ltrQueue-Status.

      **** layout must match claimmaint.cbl's claimRec ****
           select claimFile assign to 'claims.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cl-claimNum
               FILE STATUS is claimFile-Status.

      **** layout must match adjmaint.cbl's adjRec ****
           select adjFile assign to 'adjuster.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is aj-code
               FILE STATUS is adjFile-Status.

      **** layout must match custbuild.cbl's custMastRec ****
           select custMast assign to 'custmast.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cm-custNum
               FILE STATUS is custMast-Status.

      **** layout must match custbuild.cbl's custXrefRec ****
           select custXref assign to 'custxref.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is xr-polNum
               FILE STATUS is custXref-Status.

      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

           select ltrRep assign to printer.

      **** Dated print archive - every letter line lands here as   ****
      *    it prints so REPRINT can re-spool a run or one claim's      *
      *    letter without rerunning the job                             *
           select optional archFile assign to archName
               organization is line sequential.

       DATA DIVISION.
       file section.
           fd ltrQueue.
           01 ltrQueueRec.
               03 lq-key.
                   05 lq-claimNum pic x(6).
      **** A - acknowledgment of a new claim, C - claim closed ****
                   05 lq-kind pic x(1).
                   05 lq-reqDate pic 9(8).
               03 lq-user pic x(8).
      **** Q - queued, P - printed ****
               03 lq-status pic x(1).
               03 lq-printDate pic 9(8).

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

           fd adjFile.
           01 adjRec.
               03 aj-code pic x(5).
               03 aj-name pic x(20).
               03 aj-active pic x(2).

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

           fd custXref.
           01 custXrefRec.
               03 xr-polNum pic x(6).
               03 xr-custNum pic x(6).

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

           fd ltrRep.
               01 printRep pic x(132).

           fd archFile.
           01 archRec.
               03 ar-key pic x(6).
               03      pic x VALUE SPACE.
               03 ar-line pic x(132).

       working-storage section.
       01 ltrQueue-Status pic xx.
       01 claimFile-Status pic xx.
       01 adjFile-Status pic xx.
       01 custMast-Status pic xx.
       01 custXref-Status pic xx.
       01 polName-Status pic xx.
       01 queueEOF pic x VALUE "N".

      **** Availability of the optional lookups - a letter still   ****
      *    prints without the adjuster's name, and falls back to       *
      *    polnamei.dat when the customer files aren't built           *
       01 adjAvail pic x VALUE "N".
       01 custAvail pic x VALUE "N".
       01 nameAvail pic x VALUE "N".
       01 addrFound pic x VALUE "N".

       01 ackCount pic 9(5) VALUE ZEROES.
       01 closeCount pic 9(5) VALUE ZEROES.
       01 heldCount pic 9(5) VALUE ZEROES.

      **** Print archive support - the file is dated per run day   ****
       01 archName pic x(24).
       01 archKey pic x(6) VALUE SPACES.
       01 archDate pic 9(8).

       01 todayMDY pic 9(8).
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).

      **** The addressee, from whichever file had the policy ****
       01 toFName pic x(15).
       01 toLName pic x(15).
       01 toAddy pic x(30).
       01 toCity pic x(15).
       01 toState pic x(2).
       01 toZip pic x(9).

      **** Letter layout ****
       01 letterHead.
           05      pic x(10).
           05 lh-title pic x(30).
           05      pic x(5).
           05      pic x(6) VALUE "DATE: ".
           05 lh-date pic 99/99/9999.

       01 letterName.
           05      pic x(10).
           05 ln-fName pic x(15).
           05      pic x(1).
           05 ln-lName pic x(15).

       01 letterAddy.
           05      pic x(10).
           05 la-addy pic x(30).

       01 letterCity.
           05      pic x(10).
           05 lc-city pic x(15).
           05      pic x(1).
           05 lc-state pic x(2).
           05      pic x(1).
           05 lc-zip pic x(9).

       01 letterRe.
           05      pic x(10).
           05      pic x(7) VALUE "CLAIM: ".
           05 lr-claimNum pic x(6).
           05      pic x(11) VALUE "   POLICY: ".
           05 lr-polNum pic x(6).

       01 letterBody.
           05      pic x(10).
           05 lb-text pic x(60).

       01 letterLoss.
           05      pic x(10).
           05      pic x(11) VALUE "LOSS DATE: ".
           05 ll-lossDate pic 99/99/9999.
           05      pic x(13) VALUE "   LOSS TYPE ".
           05 ll-lossType pic x(10).

       01 letterAdj.
           05      pic x(10).
           05      pic x(18) VALUE "YOUR ADJUSTER IS: ".
           05 lj-name pic x(20).
           05      pic x(2).
           05 lj-code pic x(5).

       01 letterPaid.
           05      pic x(10).
           05      pic x(22) VALUE "TOTAL PAID ON CLAIM: ".
           05 lp-paid pic ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM UNTIL queueEOF = "Y"
               READ ltrQueue NEXT RECORD
                   AT END
                       MOVE "Y" to queueEOF
                   NOT AT END
                       IF lq-status = "Q"
                           PERFORM PRINT-ONE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN I-O ltrQueue
      **** No clmltrq.dat yet means CLAIM-MAINT has queued nothing ***
           IF ltrQueue-Status NOT = "00"
               DISPLAY "No claim letters queued - clmltrq.dat not "
                   "on file"
               GOBACK
           END-IF
           OPEN INPUT claimFile
           IF claimFile-Status NOT = "00"
               DISPLAY "Error, claims.dat could not be opened "
                   "(status " claimFile-Status ")"
               CLOSE ltrQueue
               GOBACK
           END-IF
           OPEN INPUT adjFile
           IF adjFile-Status = "00"
               MOVE "Y" to adjAvail
           END-IF
           OPEN INPUT custMast
           OPEN INPUT custXref
           IF custMast-Status = "00" AND custXref-Status = "00"
               MOVE "Y" to custAvail
           END-IF
           OPEN INPUT polName
           IF polName-Status = "00"
               MOVE "Y" to nameAvail
           END-IF
           OPEN OUTPUT ltrRep
           ACCEPT archDate FROM DATE YYYYMMDD
           MOVE "M" to dateValFn
           CALL "dateval" USING dateValFn, archDate, todayMDY,
               dateValFlag
           MOVE SPACES to archName
           STRING "clmletter." archDate ".prt" DELIMITED BY SIZE
               INTO archName
           OPEN EXTEND archFile.

      **** A letter with no claim or no address behind it stays    ****
      *    queued for the next run once the records are put right      *
       PRINT-ONE.
           MOVE lq-claimNum to cl-claimNum
           READ claimFile
               INVALID KEY
                   DISPLAY "Claim " lq-claimNum " not on claims.dat "
                       "- letter held"
                   ADD 1 to heldCount
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-ADDRESS
           IF addrFound NOT = "Y"
               DISPLAY "No name and address for policy " cl-polNum
                   " - letter for claim " cl-claimNum " held"
               ADD 1 to heldCount
               EXIT PARAGRAPH
           END-IF

           PERFORM PRINT-LETTER
           MOVE "P" to lq-status
           MOVE archDate to lq-printDate
           REWRITE ltrQueueRec
               INVALID KEY
                   DISPLAY "Error, letter for claim " lq-claimNum
                       " printed but not marked off the queue"
           END-REWRITE
           IF lq-kind = "C"
               ADD 1 to closeCount
           ELSE
               ADD 1 to ackCount
           END-IF.

      **** The customer the policy belongs to, else the policy's   ****
      *    own name record                                              *
       GET-ADDRESS.
           MOVE "N" to addrFound
           IF custAvail = "Y"
               MOVE cl-polNum to xr-polNum
               READ custXref
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE xr-custNum to cm-custNum
                       READ custMast
                           INVALID KEY
                               continue
                           NOT INVALID KEY
                               MOVE cm-fName to toFName
                               MOVE cm-lName to toLName
                               MOVE cm-addy to toAddy
                               MOVE cm-city to toCity
                               MOVE cm-state to toState
                               MOVE cm-zip to toZip
                               MOVE "Y" to addrFound
                       END-READ
               END-READ
           END-IF
           IF addrFound NOT = "Y" AND nameAvail = "Y"
               MOVE cl-polNum to nm-polNum
               READ polName
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE nm-fName to toFName
                       MOVE nm-lName to toLName
                       MOVE nm-addy to toAddy
                       MOVE nm-city to toCity
                       MOVE nm-state to toState
                       MOVE nm-zip to toZip
                       MOVE "Y" to addrFound
               END-READ
           END-IF.

       PRINT-LETTER.
           MOVE cl-claimNum to archKey
           IF lq-kind = "C"
               MOVE "NOTICE OF CLAIM CLOSING" to lh-title
           ELSE
               MOVE "ACKNOWLEDGMENT OF CLAIM" to lh-title
           END-IF
           MOVE todayMDY to lh-date
           MOVE letterHead to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING PAGE

           MOVE toFName to ln-fName
           MOVE toLName to ln-lName
           MOVE letterName to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 3 LINES
           MOVE toAddy to la-addy
           MOVE letterAddy to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES
           MOVE toCity to lc-city
           MOVE toState to lc-state
           MOVE toZip to lc-zip
           MOVE letterCity to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES

           MOVE cl-claimNum to lr-claimNum
           MOVE cl-polNum to lr-polNum
           MOVE letterRe to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES

           IF lq-kind = "C"
               PERFORM PRINT-CLOSE-BODY
           ELSE
               PERFORM PRINT-ACK-BODY
           END-IF.

       PRINT-ACK-BODY.
           MOVE "We have received your claim and it has been assigned"
               to lb-text
           PERFORM PRINT-BODY-LINE
           MOVE "to an adjuster, who will contact you shortly."
               to lb-text
           MOVE letterBody to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES

           MOVE cl-lossDate to ll-lossDate
           MOVE cl-lossType to ll-lossType
           MOVE letterLoss to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES

           MOVE cl-adjuster to lj-code
           MOVE SPACES to lj-name
           IF adjAvail = "Y"
               MOVE cl-adjuster to aj-code
               READ adjFile
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE aj-name to lj-name
               END-READ
           END-IF
           MOVE letterAdj to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES.

       PRINT-CLOSE-BODY.
           MOVE "Your claim has been closed. Thank you for your"
               to lb-text
           PERFORM PRINT-BODY-LINE
           MOVE "patience while it was handled." to lb-text
           MOVE letterBody to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES

           MOVE cl-lossDate to ll-lossDate
           MOVE cl-lossType to ll-lossType
           MOVE letterLoss to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES

           MOVE cl-paid to lp-paid
           MOVE letterPaid to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES.

      **** First line of a letter body, set off from the heading ****
       PRINT-BODY-LINE.
           MOVE letterBody to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES.

       CLOSEJOB.
           DISPLAY ackCount " acknowledgment letter(s) and "
               closeCount " closing letter(s) printed"
           IF heldCount > ZEROES
               DISPLAY heldCount " letter(s) held on clmltrq.dat"
           END-IF
           IF adjAvail = "Y"
               CLOSE adjFile
           END-IF
           IF custAvail = "Y"
               CLOSE custMast custXref
           END-IF
           IF nameAvail = "Y"
               CLOSE polName
           END-IF
           CLOSE ltrQueue claimFile ltrRep archFile
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
      *    the same when run standalone                                 *
           GOBACK.

      **** Captures the line just built in printRep to the dated   ****
      *    archive under the claim the letter belongs to, so REPRINT   *
      *    can re-spool it later                                        *
       ARCHIVE-LINE.
           MOVE archKey to ar-key
           MOVE printRep to ar-line
           WRITE archRec.

       END PROGRAM CLAIM-LETTER.
