      *          from adjuster.dat, so claims stop sitting untouched
      *          until a policyholder calls. Claims with no diary date
      *          at all are listed under their adjuster as well, so an
      *          undiaried claim cannot hide. Every printed line is
      *          also captured to the dated print archive
      *          diaryrpt.YYYYMMDD.prt under its adjuster code, for
      *          REPRINT and for BURST-RPT to split out per adjuster.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           select diaryRep assign to printer.

      **** Dated print archive - every diary line lands here as it ****
      *    prints, keyed by adjuster, so REPRINT can re-spool it and   *
      *    BURST-RPT can split it per adjuster                          *
           select optional archFile assign to archName
               organization is line sequential.

       DATA DIVISION.
       file section.
           fd claimFile.
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

           fd adjFile.
           01 adjRec.
           fd diaryRep.
               01 printRep pic x(132).

      **** layout must match reprint.cbl's archRec ****
           fd archFile.
           01 archRec.
               03 ar-key pic x(6).
               03      pic x.
               03 ar-line pic x(132).

       working-storage section.
       01 claimFile-Status pic xx.
       01 adjFile-Status pic xx.
       01 adj-in pic x(5) VALUE SPACES.
       01 adjClaims pic 9(3).

      **** Print archive support - the file is dated per run day   ****
       01 archName pic x(24).
       01 archKey pic x(6) VALUE SPACES.

       01 reportHead.
           03 pic x(26) VALUE "CLAIM DIARY FOR REVIEW ON ".
           03 rh-date pic 9(8).
           OPEN INPUT sortedDiary
           OPEN INPUT adjFile
           OPEN OUTPUT diaryRep
           MOVE SPACES to archName
           STRING "diaryrpt." sysdate8 ".prt" DELIMITED BY SIZE
               INTO archName
           OPEN EXTEND archFile
           MOVE sysdate8 to rh-date
           MOVE reportHead to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES

           PERFORM UNTIL diaryEOF = "Y"
               READ sortedDiary

           DISPLAY dueCount " claim(s) due for review - see the "
               "printed diary"
           CLOSE sortedDiary diaryRep archFile
           IF adjFile-Status = "00"
               CLOSE adjFile
           END-IF
           MOVE srt-status to dl-status
           MOVE srt-diaryDate to dl-diaryDate
           MOVE srt-reserve to dl-reserve
           MOVE detailLine to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 1 LINES
           ADD 1 to adjClaims
           ADD 1 to dueCount.

       ADJ-HEADER.
           MOVE adj-in to archKey
           MOVE ZEROES to adjClaims
           MOVE adj-in to ah-code
           MOVE SPACES to ah-name
                       MOVE aj-name to ah-name
               END-READ
           END-IF
           MOVE adjHead to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 3 LINES
           MOVE colHead to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES.

       ADJ-TOTAL.
           MOVE adjClaims to at-count
           MOVE adjTotLine to printRep
           PERFORM ARCHIVE-LINE
           WRITE printRep AFTER ADVANCING 2 LINES.

      **** Captures the line just built in printRep to the dated   ****
      *    archive under the adjuster the group belongs to             *
       ARCHIVE-LINE.
           MOVE archKey to ar-key
           MOVE printRep to ar-line
           WRITE archRec.

       END PROGRAM DIARY-RPT.
