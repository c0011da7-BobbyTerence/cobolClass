      * Purpose: Maintain premium pay plans in payplan.dat - one record
      *          per policy carrying the plan code BILLING-JOB bills
      *          from: A annual, S semi-annual, Q quarterly, M monthly.
      *          A policy with no record here bills annually. A plan
      *          can be enrolled in automatic bank draft - the bank
      *          routing and account number are held on the plan and
      *          EFT-DRAFT drafts each installment on its due date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 planRec.
               03 pp-polNum pic x(6).
               03 pp-plan pic x(1).
      **** Automatic draft - Y enrolled, N pays by check ****
               03 pp-draft pic x(1).
               03 pp-bankRoute pic x(9).
               03 pp-bankAcct pic x(17).
      **** C - checking, S - savings ****
               03 pp-acctType pic x(1).

           fd polFile.
           01 polFileRec.
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "PLAN-MAINT".
       01 denyFunc pic x(12).
       01 notNull pic x VALUE "N".
       01 confirmDel pic x VALUE "N".
       01 workPolNum pic x(6).
       01 workPlan pic x(1).

      **** Draft enrollment support - a routing number must pass    ***
      *    the ABA check digit (weights 3, 7, 1 across the nine        *
      *    digits, the sum a multiple of ten)                          *
       01 draftChoice pic x(1).
       01 route-ed pic x(9).
       01 routeDigits REDEFINES route-ed.
           03 rt-digit pic 9(1) OCCURS 9 TIMES.
       01 acct-ed pic x(17).
       01 acctType-ed pic x(1).
       01 routeOK pic x VALUE "N".
       01 routeSum pic 9(4).
       01 routeRem pic 9(4).
       01 routeQuot pic 9(4).
       01 acctMask pic x(17).
       01 acctLen pic 9(2).

      **** cashonly call interface - an account returned items put  ***
      *    on cash-only cannot be enrolled in draft                    *
       01 coFn pic x(1) VALUE "C".
       01 coFlag pic x(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ENTER, DRAFT, LIST, DELETE "
                   "or QUIT"
               ACCEPT option
               IF option = "ENTER" THEN
                   IF operLevel < 2
                   ELSE
                       PERFORM ENTER-PLAN
                   END-IF
               ELSE IF option = "DRAFT" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "DRAFT" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM DRAFT-PLAN
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-PLAN
               ELSE IF option = "DELETE" THEN
               END-PERFORM
               MOVE "N" to notNull

      **** A replaced plan keeps its draft enrollment - a new one ***
      *    starts on check payment                                     *
               MOVE workPolNum to pp-polNum
               READ planFile
                   INVALID KEY
                       MOVE workPlan to pp-plan
                       MOVE "N" to pp-draft
                       MOVE SPACES to pp-bankRoute pp-bankAcct
                           pp-acctType
                       WRITE planRec
                           INVALID KEY
                               DISPLAY "Error, plan could not be "
                                   "written"
                           NOT INVALID KEY
                               DISPLAY "Plan " workPlan " on file for "
                                   workPolNum
                       END-WRITE
                   NOT INVALID KEY
                       MOVE workPlan to pp-plan
                       REWRITE planRec
                           INVALID KEY
                               DISPLAY "Error, plan could not be "
                               DISPLAY "Plan replaced for "
                                   workPolNum
                       END-REWRITE
               END-READ
               MOVE "N" to validPol
           END-IF.

      **** Enrolls a plan in automatic draft, or takes it off - the ***
      *    policy needs a plan on file first                           *
       DRAFT-PLAN.
           PERFORM GET-POLICY
           IF validPol NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" to validPol
           MOVE workPolNum to pp-polNum
           READ planFile
               INVALID KEY
                   DISPLAY "Error, no plan on file for " workPolNum
                       " - ENTER the plan first"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Automatic draft - Y enroll, N stop drafting:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT draftChoice
               IF draftChoice = "Y" OR draftChoice = "N"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, please enter Y or N"
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           IF draftChoice = "Y"
               CALL "cashonly" USING coFn, workPolNum, operUser, coFlag
               IF coFlag = "Y"
                   DISPLAY "Error, " workPolNum " is on cash-only "
                       "after returned items - cannot be drafted"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF draftChoice = "N"
               MOVE "N" to pp-draft
               MOVE SPACES to pp-bankRoute pp-bankAcct pp-acctType
           ELSE
               PERFORM GET-BANK-FIELDS
               MOVE "Y" to pp-draft
               MOVE route-ed to pp-bankRoute
               MOVE acct-ed to pp-bankAcct
               MOVE acctType-ed to pp-acctType
           END-IF
           REWRITE planRec
               INVALID KEY
                   DISPLAY "Error, plan could not be written"
               NOT INVALID KEY
                   IF pp-draft = "Y"
                       DISPLAY "Policy " workPolNum " enrolled in "
                           "automatic draft"
                   ELSE
                       DISPLAY "Policy " workPolNum " taken off "
                           "automatic draft - pays by check"
                   END-IF
           END-REWRITE.

       GET-BANK-FIELDS.
           DISPLAY "Bank Routing Number (9 digits):"
           MOVE "N" to routeOK
           PERFORM UNTIL routeOK = "Y"
               ACCEPT route-ed
               PERFORM CHECK-ROUTING
               IF routeOK NOT = "Y"
                   DISPLAY "Error, not a valid routing number - "
                       "re-key it"
               END-IF
           END-PERFORM

           DISPLAY "Bank Account Number:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT acct-ed
               IF acct-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Account Type - C checking, S savings:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT acctType-ed
               IF acctType-ed = "C" OR acctType-ed = "S"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, please enter C or S"
               END-IF
           END-PERFORM
           MOVE "N" to notNull.

       CHECK-ROUTING.
           MOVE "N" to routeOK
           IF route-ed NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE routeSum =
               3 * (rt-digit(1) + rt-digit(4) + rt-digit(7))
             + 7 * (rt-digit(2) + rt-digit(5) + rt-digit(8))
             +     (rt-digit(3) + rt-digit(6) + rt-digit(9))
           DIVIDE routeSum BY 10 GIVING routeQuot
               REMAINDER routeRem
           IF routeRem = ZEROES AND routeSum > ZEROES
               MOVE "Y" to routeOK
           END-IF.

       LIST-PLAN.
           DISPLAY "Policy Number:"
           ACCEPT workPolNum
               NOT INVALID KEY
                   DISPLAY "Policy " pp-polNum " pays on plan "
                       pp-plan
      **** Only the last four of the account show on the screen ****
                   IF pp-draft = "Y"
                       MOVE pp-bankAcct to acct-ed
                       PERFORM MASK-ACCOUNT
                       DISPLAY "  Automatic draft - routing "
                           pp-bankRoute " account " acctMask
                           " type " pp-acctType
                   ELSE
                       DISPLAY "  Pays by check - not on automatic "
                           "draft"
                   END-IF
           END-READ.

      **** acctMask shows stars but the last four characters of the ***
      *    account number in acct-ed                                   *
       MASK-ACCOUNT.
           MOVE 17 to acctLen
           PERFORM UNTIL acctLen = ZEROES
               OR acct-ed(acctLen:1) NOT = SPACE
               SUBTRACT 1 from acctLen
           END-PERFORM
           MOVE SPACES to acctMask
           IF acctLen > 4
               MOVE ALL "*" to acctMask(1:acctLen - 4)
               MOVE acct-ed(acctLen - 3:4) to acctMask(acctLen - 3:4)
           ELSE
               IF acctLen > ZEROES
                   MOVE acct-ed(1:acctLen) to acctMask
               END-IF
           END-IF.

       DELETE-PLAN.
           DISPLAY "Policy Number:"
           ACCEPT workPolNum
