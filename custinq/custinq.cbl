      *          policy number and shows the customer's name and
      *          address, every policy with status and premium, the
      *          open invoices from polbill.dat, and the claims from
      *          claims.dat, with the latest memo diary notes for the
      *          customer and each policy. Everything opens INPUT so no
      *          locks are held, and signon level 1 is enough - the
      *          NOTES option adds to the diary through notemaint.
      *          An operator tied to an agent or manager book sees
      *          only the policies bookchk puts in that book - another
      *          agent's policy or customer is refused and logged, and
      *          NOTES is closed to them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

       working-storage section.
       01 custMast-Status pic xx.
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "CUST-INQ".
       01 denyFunc pic x(12).

      **** bookchk call interface - bookScope blank is the whole   ****
      *    office, A or M an agent's or a manager's book               *
       01 bookPol pic x(6).
       01 bookAgent pic x(5).
       01 bookScope pic x(1).
       01 bookOK pic x(1).
       01 hiddenCount pic 9(3).
       01 inBookCount pic 9(3).

      **** Memo diary support - notemaint shows and adds the notes ***
       01 noteFn pic x(1).
       01 noteType pic x(2).
       01 noteKey pic x(6).
       01 noteOn pic x(6).

       01 custHead.
           03      pic x(10) VALUE "CUSTOMER: ".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Inquire by CUST, POLICY, NOTES or QUIT"
               ACCEPT option
               IF option = "CUST" THEN
                   DISPLAY "Customer Number:"
                   DISPLAY "Policy Number:"
                   ACCEPT lookupKey
                   PERFORM FIND-BY-POLICY
               ELSE IF option = "NOTES" THEN
                   IF bookScope NOT = SPACE
                       DISPLAY "Error, not authorized - agent "
                           "inquiry is read-only"
                       MOVE "CUSTNOTES" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM NOTES-MAINT
                   END-IF
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
           END-IF
           OPEN INPUT polFile
           OPEN INPUT billFile
           OPEN INPUT claimFile
      **** Spaces ask only for the operator's book scope ****
           MOVE SPACES to bookPol bookAgent
           CALL "bookchk" USING operUser, bookPol, bookAgent,
               bookScope, bookOK.

      **** A policy number resolves to its customer and the whole  ****
      *    household shows - a policy with no cross-reference shows   *
      *    on its own                                                  *
       FIND-BY-POLICY.
           IF bookScope NOT = SPACE
               MOVE lookupKey to polNum-in
               READ polFile
                   INVALID KEY
                       DISPLAY "Error, policy does not exist"
                       EXIT PARAGRAPH
               END-READ
               PERFORM CHECK-BOOK
               IF bookOK NOT = "Y"
                   PERFORM REFUSE-PULL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE lookupKey to xr-polNum
           READ custXref
               INVALID KEY
           READ custMast
               INVALID KEY
                   DISPLAY "Error, customer does not exist"
                   EXIT PARAGRAPH
           END-READ
      **** An agent sees a customer only through a policy of their ***
      *    own - none at all is another agent's customer               *
           IF bookScope NOT = SPACE
               PERFORM COUNT-IN-BOOK
               IF inBookCount = ZEROES
                   PERFORM REFUSE-PULL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SHOW-CUST-DETAIL.

       COUNT-IN-BOOK.
           MOVE ZEROES to inBookCount
           MOVE "N" to xrefEOF
           MOVE LOW-VALUES to xr-polNum
           START custXref KEY IS >= xr-polNum
               INVALID KEY
                   MOVE "Y" to xrefEOF
           END-START
           PERFORM UNTIL xrefEOF = "Y"
               READ custXref NEXT RECORD
                   AT END
                       MOVE "Y" to xrefEOF
                   NOT AT END
                       IF xr-custNum = workCust
                           MOVE xr-polNum to polNum-in
                           READ polFile
                               INVALID KEY
                                   continue
                               NOT INVALID KEY
                                   PERFORM CHECK-BOOK
                                   IF bookOK = "Y"
                                       ADD 1 to inBookCount
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-BOOK.
           MOVE polNum-in to bookPol
           MOVE polAgent-in to bookAgent
           CALL "bookchk" USING operUser, bookPol, bookAgent,
               bookScope, bookOK.

       REFUSE-PULL.
           DISPLAY "Error, not in your book of business"
           MOVE "CUSTINQ" to denyFunc
           PERFORM LOG-DENIAL.

       SHOW-CUST-DETAIL.
           MOVE cm-custNum to ch-custNum
           MOVE cm-state to ca-state
           MOVE cm-zip to ca-zip
           DISPLAY custAddy
           MOVE "CU" to noteType
           MOVE cm-custNum to noteKey
           PERFORM SHOW-NOTES

      **** custxref.dat is keyed by policy, so the customer's      ****
      *    policies are found by a full pass over the file             *
           MOVE ZEROES to polCount
           MOVE ZEROES to hiddenCount
           MOVE ZEROES to openTotal
           MOVE "N" to xrefEOF
           MOVE LOW-VALUES to xr-polNum
                       END-IF
               END-READ
           END-PERFORM
           SUBTRACT hiddenCount FROM polCount
           IF polCount = ZEROES
               DISPLAY "  No policies cross-referenced to this "
                   "customer"
           END-IF
           IF hiddenCount > ZEROES
               DISPLAY "  " hiddenCount " other policy(ies) of this "
                   "customer are outside your book"
           END-IF
           MOVE openTotal to openTotalDis
           DISPLAY "TOTAL PREMIUM OPEN: " openTotalDis.

                   DISPLAY "POLICY: " polNum-in " (not on "
                       "polfile.dat)"
               NOT INVALID KEY
      **** Household policies written by someone else stay hidden ***
                   IF bookScope NOT = SPACE
                       PERFORM CHECK-BOOK
                       IF bookOK NOT = "Y"
                           ADD 1 to hiddenCount
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   MOVE polNum-in to pl-polNum
                   MOVE poltype-in to pl-type
                   MOVE polField-in to pl-field
                   DISPLAY polLine
                   PERFORM SHOW-INVOICES
                   PERFORM SHOW-CLAIMS
                   MOVE "PO" to noteType
                   MOVE polNum-in to noteKey
                   PERFORM SHOW-NOTES
           END-READ.

      **** The latest few notes for noteType/noteKey, newest first ***
       SHOW-NOTES.
           MOVE "S" to noteFn
           CALL "notemaint" USING operUser, noteFn, noteType, noteKey.

      **** Whoever takes the call records what was said - the     ****
      *    customer or one policy, named by its number                 *
       NOTES-MAINT.
           DISPLAY "Notes on CUST or POLICY:"
           ACCEPT noteOn
           IF noteOn = "CUST"
               MOVE "CU" to noteType
               DISPLAY "Customer Number:"
               ACCEPT noteKey
               MOVE noteKey to cm-custNum
               READ custMast
                   INVALID KEY
                       DISPLAY "Error, customer does not exist"
                       EXIT PARAGRAPH
               END-READ
           ELSE IF noteOn = "POLICY"
               MOVE "PO" to noteType
               DISPLAY "Policy Number:"
               ACCEPT noteKey
               MOVE noteKey to polNum-in
               READ polFile
                   INVALID KEY
                       DISPLAY "Error, policy does not exist"
                       EXIT PARAGRAPH
               END-READ
           ELSE
               DISPLAY "Error, please enter CUST or POLICY"
               EXIT PARAGRAPH
           END-IF
           END-IF
           MOVE "M" to noteFn
           CALL "notemaint" USING operUser, noteFn, noteType, noteKey.

      **** Open (unpaid or part-paid) invoices for polNum-in ****
       SHOW-INVOICES.
           MOVE ZEROES to invCount
           CLOSE custMast custXref
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM CUST-INQ.
