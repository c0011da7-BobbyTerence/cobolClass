      *          real policy would, stores the quote with a quote
      *          number and 30-day expiry, converts an accepted quote
      *          into a polfile.dat ADD without rekeying, and reports
      *          quotes issued versus converted by agent. Each quote
      *          carries the prospect's name, address and phone with a
      *          follow-up date and outcome notes (FOLLOW) for the
      *          QUOTE-WORK worklist, and on conversion the prospect
      *          lands on polnamei.dat, custmast.dat and custxref.dat.
      *          INQUIRE shows one quote read-only; an operator tied to
      *          an agent or manager book (bookchk) inquires on and
      *          reports only that book's quotes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               organization is line sequential
               file status is limFile-Status.

      **** The insured's name file and the customer files - a     ****
      *    conversion writes the prospect onto them so nobody rekeys   *
      *    the name and address                                         *
      **** layout must match prog9.cbl's polNameRec ****
           select polName assign to 'polnamei.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is nm-polNum
               FILE STATUS is polName-Status.

      **** layout must match custbuild.cbl's custMastRec ****
           select custMast assign to 'custmast.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cm-custNum
               FILE STATUS is custMast-Status.

      **** layout must match custbuild.cbl's custXrefRec ****
           select custXref assign to 'custxref.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is xr-polNum
               FILE STATUS is custXref-Status.

      **** Underwriting rules kept by UW-MAINT - a quote outside    ****
      *    the type's bounds is refused before it is issued            *
           select uwFile assign to 'uwrules.dat'
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
      **** Existing customer number, spaces for a new prospect ****
               03 qt-custNum pic x(6).
      **** Follow-up date (MMDDYYYY) and the outcome of the calls ****
               03 qt-followDate pic 9(8).
               03 qt-notes pic x(60).

           fd polFile.
           01 polFileRec.
               03 region pic x(2).
               03 manager-code pic x(5).
               03 active-status pic x(2) VALUE "AC".
               03 agent-taxId pic x(9).
               03 agent-tinType pic x(1).
               03 agent-legalName pic x(30).
               03 agent-remitAddr pic x(30).
               03 agent-remitCity pic x(15).
               03 agent-remitState pic x(2).
               03 agent-remitZip pic x(9).

           fd auditFile.
               01 auditRec pic x(184).
           fd limFile.
               01 limRec pic 9(8).

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

           fd custXref.
           01 custXrefRec.
               03 xr-polNum pic x(6).
               03 xr-custNum pic x(6).

      **** layout must match uwmaint.cbl's uwRec ****
           fd uwFile.
           01 uwRec.
       01 agentFile-Status pic xx.
       01 quoteCtl-Status pic xx.
       01 limFile-Status pic xx.
       01 polName-Status pic xx.
       01 custMast-Status pic xx.
       01 custXref-Status pic xx.

      **** Customer files are optional - custAvail is "N" when      ***
      *    CUSTBUILD hasn't built them yet and the conversion only     *
      *    writes polnamei.dat                                          *
       01 custAvail pic x VALUE "N".
       01 custFound pic x VALUE "N".
       01 custEOF pic x VALUE "N".
       01 nextCustNum pic 9(6).
       01 custNumChk pic 9(6).

      **** Shared policy-type reference table (valid types system-wide)
           COPY "poltype.cpy".
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "QUOTE-SYS".
       01 denyFunc pic x(12).

      **** bookchk call interface - an agent operator's inquiry    ****
      *    and report cover only the quotes in their book               *
       01 bookPol pic x(6).
       01 bookAgent pic x(5).
       01 bookScope pic x(1).
       01 bookOK pic x(1).

      **** Quote entry fields ****
       01 lastQuoteNum pic 9(6) VALUE ZEROES.
       01 workQuoteNum pic 9(6).
       01 type-ed pic x(3).
       01 agent-ed pic x(5).
       01 basePrem-ed pic 9(6)v99.
       01 zip-ed pic x(9).
       01 cust-ed pic x(6).
       01 fName-ed pic x(15).
       01 lName-ed pic x(15).
       01 addy-ed pic x(30).
       01 city-ed pic x(15).
       01 state-ed pic x(2).
       01 phone-ed pic x(10).
       01 follow-ed pic 9(8).
       01 notes-ed pic x(60).
       01 followInt pic 9(9).
       01 followYMD pic 9(8).

      **** call10 rating context - a prospect has no policy number ****
      *    yet, so the ZIP keyed on the quote drives the territory and *
      *    an existing customer number brings in their claims history  *
           COPY "ratectx.cpy".

      **** Dates - the files carry MMDDYYYY, dateval converts ****
       01 today8 pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to QUOTE, FOLLOW, CONVERT, "
                   "INQUIRE, REPORT or QUIT"
               ACCEPT option
               IF option = "QUOTE" THEN
                   IF operLevel < 2
                   ELSE
                       PERFORM ENTER-QUOTE
                   END-IF
               ELSE IF option = "FOLLOW" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "FOLLOW" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM FOLLOW-QUOTE
                   END-IF
               ELSE IF option = "CONVERT" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                   ELSE
                       PERFORM CONVERT-QUOTE
                   END-IF
               ELSE IF option = "INQUIRE" THEN
                   PERFORM INQUIRE-QUOTE
               ELSE IF option = "REPORT" THEN
                   PERFORM CONVERSION-REPORT
               ELSE IF option = "QUIT" THEN
           OPEN INPUT agentFile
           OPEN EXTEND auditFile
           OPEN OUTPUT quoteRep
           OPEN I-O polName
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF polName-Status = "35"
               OPEN OUTPUT polName
               CLOSE polName
               OPEN I-O polName
           END-IF
           OPEN I-O custMast
           IF custMast-Status = "00"
               OPEN I-O custXref
               IF custXref-Status = "00"
                   MOVE "Y" to custAvail
               ELSE
                   CLOSE custMast
               END-IF
           END-IF
           IF custAvail NOT = "Y"
               DISPLAY "WARNING - custmast.dat/custxref.dat not on "
                   "file, conversions write polnamei.dat only this "
                   "session - build them through CUSTBUILD"
           END-IF

           ACCEPT today8 FROM DATE YYYYMMDD
           MOVE "M" to dateValFn
           END-PERFORM
           MOVE "N" to notNull

      **** Location rating needs the insured's ZIP up front ****
           DISPLAY "Insured ZIP Code:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT zip-ed
               IF zip-ed(1:5) NOT NUMERIC
                   DISPLAY "Error, ZIP must start with 5 digits"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

      **** A returning customer is rated on their loss history ****
           DISPLAY "Existing Customer Number (blank if new):"
           ACCEPT cust-ed

           PERFORM GET-PROSPECT

           MOVE SPACES to RC-POLNUM
           MOVE zip-ed to RC-ZIP
           MOVE cust-ed to RC-CUSTNUM
           MOVE "Y" to RC-APPLY-EXP
           CALL "call10" USING type-ed, basePrem-ed, RATE-CONTEXT
           IF RC-TERR NOT = SPACES
               DISPLAY "Territory " RC-TERR " factor " RC-TERR-FACTOR
                   " applied"
           END-IF
           IF RC-EXP-FACTOR NOT = 1
               DISPLAY RC-CLAIM-COUNT " claim(s) in three years - "
                   "experience factor " RC-EXP-FACTOR " applied"
           END-IF

      **** The rated quote must sit inside the type's underwriting ****
      *    bounds before it is issued - anything outside them is      *

           MOVE "OP" to qt-status
           MOVE SPACES to qt-polNum
           MOVE fName-ed to qt-fName
           MOVE lName-ed to qt-lName
           MOVE addy-ed to qt-addy
           MOVE city-ed to qt-city
           MOVE state-ed to qt-state
           MOVE zip-ed to qt-zip
           MOVE phone-ed to qt-phone
           MOVE cust-ed to qt-custNum
      **** The first call-back is due a week after the quote ****
           COMPUTE followInt = FUNCTION INTEGER-OF-DATE(today8) + 7
           COMPUTE followYMD = FUNCTION DATE-OF-INTEGER(followInt)
           MOVE "M" to dateValFn
           CALL "dateval" USING dateValFn, followYMD, qt-followDate,
               dateValFlag
           MOVE SPACES to qt-notes
           WRITE quoteRec
               INVALID KEY
                   DISPLAY "Error, quote could not be written"
                       qt-prem ", good through " qt-expDate
           END-WRITE.

      **** Who the quote is for - a known customer's name, address ***
      *    and phone come off custmast.dat, a new prospect is keyed    *
       GET-PROSPECT.
           MOVE "N" to custFound
           IF cust-ed NOT = SPACES AND custAvail = "Y"
               MOVE cust-ed to cm-custNum
               READ custMast
                   INVALID KEY
                       DISPLAY "Customer " cust-ed " not on "
                           "custmast.dat - key the prospect"
                   NOT INVALID KEY
                       MOVE "Y" to custFound
                       MOVE cm-fName to fName-ed
                       MOVE cm-lName to lName-ed
                       MOVE cm-addy to addy-ed
                       MOVE cm-city to city-ed
                       MOVE cm-state to state-ed
                       MOVE cm-phone to phone-ed
                       DISPLAY "Quoting for " cm-fName " " cm-lName
               END-READ
           END-IF
           IF custFound = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Prospect First Name:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT fName-ed
               IF fName-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Prospect Last Name:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT lName-ed
               IF lName-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Prospect Phone (10 digits):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT phone-ed
               IF phone-ed NOT NUMERIC
                   DISPLAY "Error, phone must be 10 digits"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Prospect Street Address:"
           ACCEPT addy-ed
           DISPLAY "City:"
           ACCEPT city-ed
           DISPLAY "State:"
           ACCEPT state-ed.

      **** Records the outcome of a call-back on an open quote and  ***
      *    when to try next - a blank date or note keeps what is there *
       FOLLOW-QUOTE.
           DISPLAY "Quote Number:"
           ACCEPT convQuote
           MOVE convQuote to qt-quoteNum
           READ quoteFile
               INVALID KEY
                   DISPLAY "Error, quote does not exist"
                   EXIT PARAGRAPH
           END-READ
           IF qt-status NOT = "OP"
               DISPLAY "Error, quote is no longer open (status "
                   qt-status ")"
               EXIT PARAGRAPH
           END-IF
      **** An open quote written before prospects were captured    ***
      *    has no prospect name on it - the prospect is keyed here     *
           IF qt-lName = SPACES
               MOVE qt-custNum to cust-ed
               MOVE qt-zip to zip-ed
               PERFORM GET-PROSPECT
               MOVE fName-ed to qt-fName
               MOVE lName-ed to qt-lName
               MOVE addy-ed to qt-addy
               MOVE city-ed to qt-city
               MOVE state-ed to qt-state
               MOVE phone-ed to qt-phone
               IF qt-zip = SPACES
                   DISPLAY "ZIP Code:"
                   ACCEPT qt-zip
               END-IF
           END-IF
           DISPLAY "Prospect " qt-fName " " qt-lName " phone "
               qt-phone
           DISPLAY "Expires " qt-expDate "  follow-up " qt-followDate
           DISPLAY "Notes: " qt-notes

           DISPLAY "Next Follow-up Date (MMDDYYYY, 0 to keep):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT follow-ed
               IF follow-ed = ZEROES
                   MOVE "Y" to notNull
               ELSE
                   MOVE "V" to dateValFn
                   CALL "dateval" USING dateValFn, follow-ed,
                       followYMD, dateValFlag
                   IF dateValFlag NOT = "Y"
                       DISPLAY "Error, not a valid date"
                   ELSE
                       MOVE follow-ed to qt-followDate
                       MOVE "Y" to notNull
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Outcome Notes (blank to keep):"
           ACCEPT notes-ed
           IF notes-ed NOT = SPACES
               MOVE notes-ed to qt-notes
           END-IF
           REWRITE quoteRec
               INVALID KEY
                   DISPLAY "Error, quote could not be updated"
               NOT INVALID KEY
                   DISPLAY "Quote " qt-quoteNum " follow-up recorded"
           END-REWRITE.

      **** One quote, read-only - level 1 is enough, but an agent ***
      *    operator is refused (and logged) on another agent's quote   *
       INQUIRE-QUOTE.
           DISPLAY "Quote Number:"
           ACCEPT convQuote
           MOVE convQuote to qt-quoteNum
           READ quoteFile
               INVALID KEY
                   DISPLAY "Error, quote does not exist"
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-BOOK
           IF bookOK NOT = "Y"
               DISPLAY "Error, quote " qt-quoteNum " is not in your "
                   "book of business"
               MOVE "QUOTEINQ" to denyFunc
               PERFORM LOG-DENIAL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quote " qt-quoteNum "  type " qt-type "  agent "
               qt-agent "  status " qt-status
           DISPLAY "Amount " qt-amount "  premium " qt-prem
               "  quoted " qt-quoteDate "  expires " qt-expDate
           IF qt-status = "CV"
               DISPLAY "Converted to policy " qt-polNum
           END-IF
           DISPLAY "Prospect " qt-fName " " qt-lName " phone "
               qt-phone
           DISPLAY "Follow-up " qt-followDate
           DISPLAY "Notes: " qt-notes.

      **** A converted quote's policy may be shared on polsplit.dat ***
       CHECK-BOOK.
           MOVE qt-polNum to bookPol
           IF qt-status NOT = "CV"
               MOVE SPACES to bookPol
           END-IF
           MOVE qt-agent to bookAgent
           CALL "bookchk" USING operUser, bookPol, bookAgent,
               bookScope, bookOK.

      **** Judges amount-ed/basePrem-ed against the type's rule -  ****
      *    no rule on file for the type passes                         *
       CHECK-UW-RULES.
                   MOVE convPolNum to qt-polNum
                   REWRITE quoteRec
                   PERFORM WRITE-CONVERT-AUDIT
                   PERFORM WRITE-INSURED
                   DISPLAY "Quote " convQuote " converted to policy "
                       convPolNum
           END-WRITE.

      **** The prospect on the quote becomes the insured - the name ***
      *    record for the new policy, and the policy cross-referenced  *
      *    to the existing customer or to a new one                    *
       WRITE-INSURED.
           MOVE convPolNum to nm-polNum
           MOVE qt-fName to nm-fName
           MOVE qt-lName to nm-lName
           MOVE qt-addy to nm-addy
           MOVE qt-city to nm-city
           MOVE qt-state to nm-state
           MOVE qt-zip to nm-zip
           MOVE qt-phone to nm-phone
           MOVE SPACES to nm-ssn
           WRITE polNameRec
               INVALID KEY
                   DISPLAY "Error, insured name could not be written "
                       "to polnamei.dat - key it through CUST-MAINT"
           END-WRITE
           IF custAvail NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" to custFound
           IF qt-custNum NOT = SPACES
               MOVE qt-custNum to cm-custNum
               READ custMast
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       MOVE "Y" to custFound
               END-READ
           END-IF
           IF custFound NOT = "Y"
               PERFORM NEW-CUSTOMER
           END-IF
           IF custFound = "Y"
               MOVE convPolNum to xr-polNum
               MOVE cm-custNum to xr-custNum
               WRITE custXrefRec
                   INVALID KEY
                       DISPLAY "Error, policy could not be cross-"
                           "referenced to customer " cm-custNum
                   NOT INVALID KEY
                       DISPLAY "Policy " convPolNum " added to "
                           "customer " cm-custNum
               END-WRITE
           END-IF.

      **** Next customer number past the highest CUSTBUILD or an   ***
      *    earlier conversion assigned                                  *
       NEW-CUSTOMER.
           MOVE ZEROES to nextCustNum
           MOVE "N" to custEOF
           MOVE LOW-VALUES to cm-custNum
           START custMast KEY IS >= cm-custNum
               INVALID KEY
                   MOVE "Y" to custEOF
           END-START
           PERFORM UNTIL custEOF = "Y"
               READ custMast NEXT RECORD
                   AT END
                       MOVE "Y" to custEOF
                   NOT AT END
                       IF cm-custNum NUMERIC
                           MOVE cm-custNum to custNumChk
                           IF custNumChk > nextCustNum
                               MOVE custNumChk to nextCustNum
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 to nextCustNum
           MOVE nextCustNum to cm-custNum
           MOVE qt-fName to cm-fName
           MOVE qt-lName to cm-lName
           MOVE qt-addy to cm-addy
           MOVE qt-city to cm-city
           MOVE qt-state to cm-state
           MOVE qt-zip to cm-zip
           MOVE qt-phone to cm-phone
           MOVE SPACES to cm-ssn
           WRITE custMastRec
               INVALID KEY
                   DISPLAY "Error, customer could not be added"
               NOT INVALID KEY
                   MOVE "Y" to custFound
           END-WRITE.

      **** The conversion is an ADD on the audit trail ****
       WRITE-CONVERT-AUDIT.
           ACCEPT audit-date FROM DATE
                   AT END
                       MOVE "Y" to quoteEOF
                   NOT AT END
                       PERFORM CHECK-BOOK
                       IF bookOK = "Y"
                           MOVE qt-agent to sw-agent
                           MOVE qt-status to sw-status
                           RELEASE sortWorkRec
                       END-IF
               END-READ
           END-PERFORM.

           IF uwAvail = "Y"
               CLOSE uwFile
           END-IF
           IF custAvail = "Y"
               CLOSE custMast custXref
           END-IF
           CLOSE quoteFile polFile agentFile auditFile quoteRep
               polName
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
