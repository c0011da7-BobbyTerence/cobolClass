      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the rating territory table territory.dat
      *          that call10 prices location from. Each entry maps a
      *          range of five-digit ZIP codes, for one policy type or
      *          "ALL" types, to a territory code and the factor
      *          applied on top of the type multiplier - a coastal
      *          HOME range might carry 1.250 while inland stays at
      *          1.000. Ranges for the same type may not overlap, so
      *          every ZIP lands in at most one territory per type.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERR-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
      **** layout must match call10.cbl's terrRec ****
           select terrFile assign to 'territory.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is tr-key
               FILE STATUS is terrFile-Status.

       DATA DIVISION.
       file section.
           fd terrFile.
           01 terrRec.
               03 tr-key.
                   05 tr-type pic x(3).
                   05 tr-zipLow pic x(5).
               03 tr-zipHigh pic x(5).
               03 tr-terr pic x(3).
               03 tr-desc pic x(20).
               03 tr-factor pic 9v999.

       working-storage section.
       01 terrFile-Status pic xx.

      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".

       01 EOProj pic x VALUE "N".
       01 option pic x(6).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 terrEOF pic x VALUE "N".
       01 overlapFound pic x VALUE "N".
       01 listCount pic 9(5) VALUE ZEROES.

       01 workType pic x(3).
       01 zipLow-ed pic x(5).
       01 zipHigh-ed pic x(5).
       01 terr-ed pic x(3).
       01 desc-ed pic x(20).
       01 factor-ed pic 9v999.

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may enter ranges, DELETE needs level 3                    *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "TERR-MAINT".
       01 denyFunc pic x(12).

       01 listHead.
           03 pic x(4) VALUE "Type".
           03 pic x(2).
           03 pic x(11) VALUE "ZIP Range".
           03 pic x(2).
           03 pic x(4) VALUE "Terr".
           03 pic x(2).
           03 pic x(20) VALUE "Description".
           03 pic x(2).
           03 pic x(6) VALUE "Factor".

       01 listLine.
           03 ll-type pic x(3).
           03      pic x(3).
           03 ll-zipLow pic x(5).
           03      pic x VALUE "-".
           03 ll-zipHigh pic x(5).
           03      pic x(2).
           03 ll-terr pic x(3).
           03      pic x(3).
           03 ll-desc pic x(20).
           03      pic x(2).
           03 ll-factor pic 9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ENTER, LIST, DELETE or QUIT"
               ACCEPT option
               IF option = "ENTER" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "ENTER" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ENTER-RANGE
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-RANGES
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "DELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DELETE-RANGE
                   END-IF
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           CLOSE terrFile
           STOP RUN.

       INITPROJ.
           OPEN I-O terrFile
      **** First session has no territory.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF terrFile-Status = "35"
               OPEN OUTPUT terrFile
               CLOSE terrFile
               OPEN I-O terrFile
           END-IF.

      **** Adds a range, or replaces the one already keyed on the  ****
      *    same type and low ZIP                                        *
       ENTER-RANGE.
           PERFORM GET-TYPE
           PERFORM GET-ZIP-LOW

           DISPLAY "High ZIP of the range (5 digits):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT zipHigh-ed
               IF zipHigh-ed NOT NUMERIC
                   DISPLAY "Error, ZIP must be 5 digits"
               ELSE
                   IF zipHigh-ed < zipLow-ed
                       DISPLAY "Error, high ZIP must not be below "
                           "the low ZIP"
                   ELSE
                       MOVE "Y" to notNull
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           PERFORM CHECK-OVERLAP
           IF overlapFound = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Territory Code:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT terr-ed
               IF terr-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Territory Description:"
           ACCEPT desc-ed

           DISPLAY "Rating factor (e.g. 1250 for 1.250):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT factor-ed
               IF factor-ed = ZEROES
                   DISPLAY "Error, factor cannot be zero"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE workType to tr-type
           MOVE zipLow-ed to tr-zipLow
           MOVE zipHigh-ed to tr-zipHigh
           MOVE terr-ed to tr-terr
           MOVE desc-ed to tr-desc
           MOVE factor-ed to tr-factor
           WRITE terrRec
               INVALID KEY
                   REWRITE terrRec
                       INVALID KEY
                           DISPLAY "Error, range could not be written"
                       NOT INVALID KEY
                           DISPLAY "Range replaced for type " workType
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Range added for type " workType
           END-WRITE.

      **** A new or changed range must not share a ZIP with another ***
      *    range of the same type - the range being replaced (same    *
      *    low ZIP) is left out of the test                             *
       CHECK-OVERLAP.
           MOVE "N" to overlapFound
           MOVE "N" to terrEOF
           MOVE workType to tr-type
           MOVE LOW-VALUES to tr-zipLow
           START terrFile KEY IS >= tr-key
               INVALID KEY
                   MOVE "Y" to terrEOF
           END-START
           PERFORM UNTIL terrEOF = "Y"
               READ terrFile NEXT RECORD
                   AT END
                       MOVE "Y" to terrEOF
                   NOT AT END
                       IF tr-type NOT = workType
                           MOVE "Y" to terrEOF
                       ELSE
                           IF tr-zipLow NOT = zipLow-ed
                               AND tr-zipLow <= zipHigh-ed
                               AND tr-zipHigh >= zipLow-ed
                               DISPLAY "Error, range overlaps "
                                   tr-zipLow "-" tr-zipHigh
                                   " (territory " tr-terr ")"
                               MOVE "Y" to overlapFound
                               MOVE "Y" to terrEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIST-RANGES.
           MOVE ZEROES to listCount
           MOVE "N" to terrEOF
           MOVE LOW-VALUES to tr-key
           START terrFile KEY IS >= tr-key
               INVALID KEY
                   MOVE "Y" to terrEOF
           END-START
           DISPLAY listHead
           PERFORM UNTIL terrEOF = "Y"
               READ terrFile NEXT RECORD
                   AT END
                       MOVE "Y" to terrEOF
                   NOT AT END
                       MOVE tr-type to ll-type
                       MOVE tr-zipLow to ll-zipLow
                       MOVE tr-zipHigh to ll-zipHigh
                       MOVE tr-terr to ll-terr
                       MOVE tr-desc to ll-desc
                       MOVE tr-factor to ll-factor
                       DISPLAY listLine
                       ADD 1 to listCount
               END-READ
           END-PERFORM
           IF listCount = ZEROES
               DISPLAY "No territory ranges on file - every policy "
                   "rates at factor 1.000"
           END-IF.

       DELETE-RANGE.
           PERFORM GET-TYPE
           PERFORM GET-ZIP-LOW
           MOVE workType to tr-type
           MOVE zipLow-ed to tr-zipLow
           READ terrFile
               INVALID KEY
                   DISPLAY "Error, range does not exist"
               NOT INVALID KEY
                   MOVE SPACE to confirmDel
                   PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
                       DISPLAY "Are you sure you want to delete this"
                           " range (Y/N):"
                       ACCEPT confirmDel
                       IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                           DISPLAY "Error, please enter Y or N"
                       END-IF
                   END-PERFORM
                   IF confirmDel = "Y"
                       DELETE terrFile
                           INVALID KEY
                               DISPLAY "Record could not be Removed"
                           NOT INVALID KEY
                               DISPLAY "Record Successfully Removed"
                       END-DELETE
                   ELSE
                       DISPLAY "Delete Cancelled"
                   END-IF
           END-READ.

      **** A type off the poltype table, or ALL for every type ****
       GET-TYPE.
           DISPLAY "Policy Type (111/222/333/444/555 or ALL):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT workType
               MOVE "N" to PT-FOUND
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > PT-TABLE-SIZE
                   IF PT-CODE(PT-IDX) = workType
                       MOVE "Y" to PT-FOUND
                   END-IF
               END-PERFORM
               IF PT-FOUND = "Y" OR workType = "ALL"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, type must be on the poltype table "
                       "or ALL"
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

       GET-ZIP-LOW.
           DISPLAY "Low ZIP of the range (5 digits):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT zipLow-ed
               IF zipLow-ed NOT NUMERIC
                   DISPLAY "Error, ZIP must be 5 digits"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM TERR-MAINT.
