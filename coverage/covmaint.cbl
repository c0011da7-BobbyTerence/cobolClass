      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Coverage detail maintenance for one policy, called
      *          from FINAL-PROJ's COVER option with the policy it has
      *          already read. coverage.dat holds a line per policy
      *          and coverage code - dwelling and contents on HOME,
      *          liability and collision on AUTO - each with its own
      *          limit, deductible and coverage premium. CLAIM-MAINT
      *          takes the deductible off payments and refuses a
      *          payment over the limit; DEC-PAGE prints the lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. covmaint.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select covFile assign to 'coverage.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cv-key
               FILE STATUS is covFile-Status.

       DATA DIVISION.
       file section.
           fd covFile.
           01 covRec.
               03 cv-key.
                   05 cv-polNum pic x(6).
                   05 cv-code pic x(3).
               03 cv-limit pic 9(8).
               03 cv-deduct pic 9(6).
               03 cv-prem pic 9(6)v99.

       working-storage section.
       01 covFile-Status pic xx.

      **** Shared coverage-code table - which codes each type carries
           COPY "covcode.cpy".

       01 EOCov pic x VALUE "N".
       01 option pic x(6).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 covEOF pic x VALUE "N".
       01 listCount pic 9(3) VALUE ZEROES.
       01 denyFunc pic x(12).

       01 code-ed pic x(3).
       01 limit-ed pic 9(8).
       01 deduct-ed pic 9(6).
       01 prem-ed pic 9(6)v99.

       01 totLimit pic 9(9).
       01 totPrem pic 9(7)v99.

       01 listHead.
           03 pic x(4) VALUE "Code".
           03 pic x(2).
           03 pic x(20) VALUE "Coverage".
           03 pic x(2).
           03 pic x(11) VALUE "      Limit".
           03 pic x(2).
           03 pic x(10) VALUE "Deductible".
           03 pic x(2).
           03 pic x(9) VALUE "  Premium".

       01 listLine.
           03 ll-code pic x(3).
           03      pic x(3).
           03 ll-desc pic x(20).
           03      pic x(2).
           03 ll-limit pic ZZ,ZZZ,ZZ9.
           03      pic x(5).
           03 ll-deduct pic ZZZ,ZZ9.
           03      pic x(2).
           03 ll-prem pic ZZ,ZZ9.99.

       01 listTotal.
           03      pic x(6).
           03      pic x(20) VALUE "TOTAL".
           03      pic x(1).
           03 lt-limit pic ZZZ,ZZZ,ZZ9.
           03      pic x(14).
           03 lt-prem pic ZZZ,ZZ9.99.

       LINKAGE SECTION.
      **** The signed-on operator from FINAL-PROJ and the policy it ****
      *    read - level 1 may only list, ENTER needs 2, DELETE 3       *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 covPol pic x(6).
       01 covType pic x(3).

       PROCEDURE DIVISION USING operUser operLevel covPol covType.
       MAIN-PROCEDURE.
           OPEN I-O covFile
      **** First session has no coverage.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF covFile-Status = "35"
               OPEN OUTPUT covFile
               CLOSE covFile
               OPEN I-O covFile
           END-IF

           MOVE "N" to EOCov
           PERFORM LIST-COVERAGE
           PERFORM UNTIL EOCov = "Y"
               DISPLAY "Coverage for policy " covPol " - ENTER, "
                   "LIST, DELETE or DONE"
               ACCEPT option
               IF option = "ENTER" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "COVENTER" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ENTER-COVERAGE
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-COVERAGE
               ELSE IF option = "DELETE" THEN
                   IF operLevel < 3
                       DISPLAY "Error, DELETE is restricted to "
                           "senior operators"
                       MOVE "COVDELETE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DELETE-COVERAGE
                   END-IF
               ELSE IF option = "DONE" THEN
                   MOVE "Y" to EOCov
               END-IF
           END-PERFORM

           CLOSE covFile
           EXIT PROGRAM.

      **** Adds a coverage line, or replaces the one already keyed  ***
      *    on the same code                                             *
       ENTER-COVERAGE.
           PERFORM GET-CODE

           DISPLAY "Coverage Limit:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT limit-ed
               IF limit-ed = ZEROES
                   DISPLAY "Error, limit cannot be zero"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Deductible (0 if none):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT deduct-ed
               IF deduct-ed NOT < limit-ed
                   DISPLAY "Error, deductible must be below the limit"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Coverage Premium:"
           ACCEPT prem-ed

           MOVE covPol to cv-polNum
           MOVE code-ed to cv-code
           MOVE limit-ed to cv-limit
           MOVE deduct-ed to cv-deduct
           MOVE prem-ed to cv-prem
           WRITE covRec
               INVALID KEY
                   REWRITE covRec
                       INVALID KEY
                           DISPLAY "Error, coverage could not be "
                               "written"
                       NOT INVALID KEY
                           DISPLAY "Coverage " code-ed " replaced"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Coverage " code-ed " added"
           END-WRITE.

      **** Every coverage line on file for the policy, with the    ****
      *    limit and premium totals                                     *
       LIST-COVERAGE.
           MOVE ZEROES to listCount totLimit totPrem
           MOVE "N" to covEOF
           MOVE covPol to cv-polNum
           MOVE LOW-VALUES to cv-code
           START covFile KEY IS >= cv-key
               INVALID KEY
                   MOVE "Y" to covEOF
           END-START
           PERFORM UNTIL covEOF = "Y"
               READ covFile NEXT RECORD
                   AT END
                       MOVE "Y" to covEOF
                   NOT AT END
                       IF cv-polNum NOT = covPol
                           MOVE "Y" to covEOF
                       ELSE
                           IF listCount = ZEROES
                               DISPLAY listHead
                           END-IF
                           PERFORM SHOW-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF listCount = ZEROES
               DISPLAY "No coverage detail on file for " covPol
           ELSE
               MOVE totLimit to lt-limit
               MOVE totPrem to lt-prem
               DISPLAY listTotal
           END-IF.

       SHOW-LINE.
           MOVE cv-code to ll-code
           MOVE "UNKNOWN COVERAGE" to ll-desc
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-TABLE-SIZE
               IF CC-TYPE(CC-IDX) = covType
                   AND CC-CODE(CC-IDX) = cv-code
                   MOVE CC-DESC(CC-IDX) to ll-desc
               END-IF
           END-PERFORM
           MOVE cv-limit to ll-limit
           MOVE cv-deduct to ll-deduct
           MOVE cv-prem to ll-prem
           DISPLAY listLine
           ADD 1 to listCount
           ADD cv-limit to totLimit
           ADD cv-prem to totPrem.

       DELETE-COVERAGE.
           PERFORM GET-CODE
           MOVE covPol to cv-polNum
           MOVE code-ed to cv-code
           READ covFile
               INVALID KEY
                   DISPLAY "Error, coverage is not on this policy"
               NOT INVALID KEY
                   MOVE SPACE to confirmDel
                   PERFORM UNTIL confirmDel = "Y" OR confirmDel = "N"
                       DISPLAY "Are you sure you want to delete this"
                           " coverage (Y/N):"
                       ACCEPT confirmDel
                       IF confirmDel NOT = "Y" AND confirmDel NOT = "N"
                           DISPLAY "Error, please enter Y or N"
                       END-IF
                   END-PERFORM
                   IF confirmDel = "Y"
                       DELETE covFile
                           INVALID KEY
                               DISPLAY "Record could not be Removed"
                           NOT INVALID KEY
                               DISPLAY "Record Successfully Removed"
                       END-DELETE
                   ELSE
                       DISPLAY "Delete Cancelled"
                   END-IF
           END-READ.

      **** A coverage code the covcode table carries for the       ****
      *    policy's type                                                *
       GET-CODE.
           DISPLAY "Coverage Code for type " covType ":"
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-TABLE-SIZE
               IF CC-TYPE(CC-IDX) = covType
                   DISPLAY "  " CC-CODE(CC-IDX) " " CC-DESC(CC-IDX)
               END-IF
           END-PERFORM
           PERFORM UNTIL notNull = "Y"
               ACCEPT code-ed
               MOVE "N" to CC-FOUND
               PERFORM VARYING CC-IDX FROM 1 BY 1
                       UNTIL CC-IDX > CC-TABLE-SIZE
                   IF CC-TYPE(CC-IDX) = covType
                       AND CC-CODE(CC-IDX) = code-ed
                       MOVE "Y" to CC-FOUND
                   END-IF
               END-PERFORM
               IF CC-FOUND = "Y"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, not a coverage written on type "
                       covType
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM covmaint.
