      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the scheduled insured items in items.dat -
      *          the vehicles on AUTO (111) policies and the insured
      *          locations on HOME (222) policies, keyed policy and
      *          item sequence. A removed item is never deleted: it
      *          keeps its date added and gets a date removed, so the
      *          car or location covered on any loss date can still be
      *          found when a claim comes in after a swap.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MAINT.
       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select itemFile assign to 'items.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is it-key
               FILE STATUS is itemFile-Status.

      **** POLICY FILE - read-only here, used to verify the policy  ****
      *    is an active AUTO or HOME policy before items are scheduled  *
           select polFile assign to 'polfile.dat'
               organization is INDEXED
               access mode is RANDOM
               record key is polNum-in
               ALTERNATE RECORD KEY is polAgent-in
                   WITH DUPLICATES
               FILE STATUS is polFile-Status.

       DATA DIVISION.
       file section.
           fd itemFile.
           01 itemRec.
               03 it-key.
                   05 it-polNum pic x(6).
                   05 it-seq pic 9(2).
      **** "V" vehicle on an AUTO policy, "L" location on a HOME ****
               03 it-kind pic x(1).
               03 it-detail pic x(60).
               03 it-vehicle REDEFINES it-detail.
                   05 it-vin pic x(17).
                   05 it-year pic 9(4).
                   05 it-make pic x(12).
                   05 it-model pic x(12).
                   05      pic x(15).
               03 it-location REDEFINES it-detail.
                   05 it-addy pic x(30).
                   05 it-city pic x(15).
                   05 it-state pic x(2).
                   05 it-zip pic x(9).
                   05      pic x(4).
      **** MMDDYYYY - a zero date removed means still scheduled ****
               03 it-addDate pic 9(8).
               03 it-remDate pic 9(8).

      **** layout must match final.cbl's polFileRec byte for byte ****
           fd polFile.
           01 polFileRec.
               03 polNum-in pic x(6).
               03 polDate-in pic 9(8).
               03 polAmt-in pic 9(8).
               03 polPrem-in pic 9(6)v99.
               03 fill pic xx.
               03 polAgent-in pic x(5).
               03 polTerm-in pic x(8).
               03 poltype-in pic x(3).
               03 polField-in pic x(2) VALUE "AC".
               03 polCanDate-in pic 9(8) VALUE ZEROES.

       working-storage section.
       01 itemFile-Status pic xx.
       01 polFile-Status pic xx.

       01 EOProj pic x VALUE "N".
       01 option pic x(6).

      **** signon call interface - level 1 is inquiry only, level  ***
      *    2 may add, change and remove items                          *
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "ITEM-MAINT".
       01 denyFunc pic x(12).
       01 notNull pic x VALUE "N".

       01 workPolNum pic x(6).
       01 workType pic x(3).
       01 validPol pic x VALUE "N".
       01 validItem pic x VALUE "N".

      **** chkdigit call interface - a miskeyed policy number is   ****
      *    caught before it lands on the wrong policy                  *
       01 cdFn pic x(1).
       01 cdValid pic x(1).

      **** dateval call interface ****
       01 dateValFn pic x(1).
       01 dateValFlag pic x(1).
       01 addDateChk pic 9(8).
       01 remDateChk pic 9(8).

       01 today8 pic 9(8).
       01 date-ed pic 9(8).
       01 seq-ed pic 9(2).
       01 nextSeq pic 9(2).
       01 itemEOF pic x VALUE "N".
       01 itemCount pic 9(3).

      **** Entry fields - the detail is keyed into the view the   ****
      *    policy type calls for                                        *
       01 vin-ed pic x(17).
       01 year-ed pic x(4).
       01 make-ed pic x(12).
       01 model-ed pic x(12).
       01 addy-ed pic x(30).
       01 city-ed pic x(15).
       01 state-ed pic x(2).
       01 zip-ed pic x(9).

       01 listHead.
           03 pic x(3) VALUE "Seq".
           03 pic x(2).
           03 pic x(43) VALUE "Item".
           03 pic x(2).
           03 pic x(8) VALUE "Added".
           03 pic x(4).
           03 pic x(8) VALUE "Removed".

       01 listLine.
           03 ll-seq pic 9(2).
           03      pic x(3).
           03 ll-desc pic x(43).
           03      pic x(2).
           03 ll-added pic 99/99/9999.
           03      pic x(2).
           03 ll-removed pic x(10).

       01 remDisp pic 99/99/9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM INITPROJ

           PERFORM UNTIL EOProj = "Y"
               DISPLAY "Would you like to ADD, CHANGE, REMOVE, LIST "
                   "or QUIT"
               ACCEPT option
               IF option = "ADD" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "ADD" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM ADD-ITEM
                   END-IF
               ELSE IF option = "CHANGE" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "CHANGE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM CHANGE-ITEM
                   END-IF
               ELSE IF option = "REMOVE" THEN
                   IF operLevel < 2
                       DISPLAY "Error, not authorized - inquiry only"
                       MOVE "REMOVE" to denyFunc
                       PERFORM LOG-DENIAL
                   ELSE
                       PERFORM REMOVE-ITEM
                   END-IF
               ELSE IF option = "LIST" THEN
                   PERFORM LIST-ITEMS
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to EOProj
               END-IF
           END-PERFORM

           PERFORM END-PROGRAM.

       INITPROJ.
           OPEN I-O itemFile
      **** First session has no items.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF itemFile-Status = "35"
               OPEN OUTPUT itemFile
               CLOSE itemFile
               OPEN I-O itemFile
           END-IF
           OPEN INPUT polFile
           ACCEPT today8 FROM DATE YYYYMMDD.

      **** Schedules a new item under the next free sequence - the  ***
      *    detail asked for follows the policy type                     *
       ADD-ITEM.
           PERFORM GET-ITEM-POLICY
           IF validPol NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ITEMS
           COMPUTE nextSeq = itemCount + 1

           MOVE workPolNum to it-polNum
           MOVE nextSeq to it-seq
           MOVE SPACES to it-detail
           IF workType = "111"
               MOVE "V" to it-kind
               PERFORM ENTER-VEHICLE
           ELSE
               MOVE "L" to it-kind
               PERFORM ENTER-LOCATION
           END-IF

           DISPLAY "Date added to the schedule (MMDDYYYY, 0 for "
               "today):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT date-ed
               IF date-ed = ZEROES
                   MOVE "M" to dateValFn
                   CALL "dateval" USING dateValFn, today8, date-ed,
                       dateValFlag
               END-IF
               MOVE "Y" to dateValFn
               CALL "dateval" USING dateValFn, date-ed, addDateChk,
                   dateValFlag
               IF dateValFlag NOT = "Y"
                   DISPLAY "Error, not a real calendar date "
                       "(MMDDYYYY)"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull
           MOVE date-ed to it-addDate
           MOVE ZEROES to it-remDate

           WRITE itemRec
               INVALID KEY
                   DISPLAY "Error, item could not be written"
               NOT INVALID KEY
                   DISPLAY "Item " nextSeq " scheduled on "
                       workPolNum
           END-WRITE
           MOVE "N" to validPol.

      **** Corrects the detail keyed on an item - a replaced car or ***
      *    a new location is REMOVE and ADD, not a change, so the      *
      *    history holds                                                *
       CHANGE-ITEM.
           PERFORM GET-ITEM
           IF validItem NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF it-kind = "V"
               PERFORM ENTER-VEHICLE
           ELSE
               PERFORM ENTER-LOCATION
           END-IF
           REWRITE itemRec
               INVALID KEY
                   DISPLAY "Error Updating"
               NOT INVALID KEY
                   DISPLAY "Update Successful"
           END-REWRITE
           MOVE "N" to validItem.

      **** Takes an item off the schedule as of a date - the record ***
      *    stays for the claims history                                 *
       REMOVE-ITEM.
           PERFORM GET-ITEM
           IF validItem NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF it-remDate NOT = ZEROES
               DISPLAY "Error, item was already removed on "
                   it-remDate
               MOVE "N" to validItem
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" to dateValFn
           CALL "dateval" USING dateValFn, it-addDate, addDateChk,
               dateValFlag

           DISPLAY "Date removed from the schedule (MMDDYYYY, 0 for "
               "today):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT date-ed
               IF date-ed = ZEROES
                   MOVE "M" to dateValFn
                   CALL "dateval" USING dateValFn, today8, date-ed,
                       dateValFlag
               END-IF
               MOVE "Y" to dateValFn
               CALL "dateval" USING dateValFn, date-ed, remDateChk,
                   dateValFlag
               IF dateValFlag NOT = "Y"
                   DISPLAY "Error, not a real calendar date "
                       "(MMDDYYYY)"
               ELSE
                   IF remDateChk < addDateChk
                       DISPLAY "Error, removal date is before the "
                           "date the item was added"
                   ELSE
                       MOVE "Y" to notNull
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE date-ed to it-remDate
           REWRITE itemRec
               INVALID KEY
                   DISPLAY "Error, item could not be removed"
               NOT INVALID KEY
                   DISPLAY "Item " it-seq " removed from the schedule"
           END-REWRITE
           MOVE "N" to validItem.

       LIST-ITEMS.
           DISPLAY "Policy Number:"
           ACCEPT workPolNum
           PERFORM SHOW-ITEMS
           IF itemCount = ZEROES
               DISPLAY "No items scheduled on " workPolNum
           END-IF.

       ENTER-VEHICLE.
           DISPLAY "VIN:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT vin-ed
               IF vin-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Model Year (YYYY):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT year-ed
               IF year-ed NOT NUMERIC OR year-ed < "1900"
                   DISPLAY "Error, year must be 4 digits"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Make:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT make-ed
               IF make-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "Model:"
           ACCEPT model-ed

           MOVE vin-ed to it-vin
           MOVE year-ed to it-year
           MOVE make-ed to it-make
           MOVE model-ed to it-model.

       ENTER-LOCATION.
           DISPLAY "Property Address:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT addy-ed
               IF addy-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "City:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT city-ed
               IF city-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "State:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT state-ed
               IF state-ed = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           DISPLAY "ZIP Code:"
           PERFORM UNTIL notNull = "Y"
               ACCEPT zip-ed
               IF zip-ed(1:5) NOT NUMERIC
                   DISPLAY "Error, ZIP must start with 5 digits"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull

           MOVE addy-ed to it-addy
           MOVE city-ed to it-city
           MOVE state-ed to it-state
           MOVE zip-ed to it-zip.

      **** The policy must exist, be AUTO (111) or HOME (222) and  ****
      *    not be cancelled before an item can be scheduled            *
       GET-ITEM-POLICY.
           MOVE "N" to validPol
           DISPLAY "Policy Number:"
           ACCEPT workPolNum
           MOVE "V" to cdFn
           CALL "chkdigit" USING cdFn, workPolNum, cdValid
           IF cdValid NOT = "Y"
               DISPLAY "Error, policy number fails the check digit "
                   "- re-key it"
               EXIT PARAGRAPH
           END-IF
           MOVE workPolNum to polNum-in
           READ polFile
               INVALID KEY
                   DISPLAY "Error, Policy does not exist."
               NOT INVALID KEY
                   IF poltype-in NOT = "111" AND poltype-in NOT = "222"
                       DISPLAY "Error, items are only scheduled on "
                           "AUTO (111) and HOME (222) policies - this "
                           "policy is type " poltype-in
                   ELSE
                       IF polField-in = "CN"
                           DISPLAY "Error, Policy is cancelled."
                       ELSE
                           MOVE poltype-in to workType
                           MOVE "Y" to validPol
                       END-IF
                   END-IF
           END-READ.

       GET-ITEM.
           MOVE "N" to validItem
           DISPLAY "Policy Number:"
           ACCEPT workPolNum
           PERFORM SHOW-ITEMS
           IF itemCount = ZEROES
               DISPLAY "No items scheduled on " workPolNum
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item Sequence:"
           ACCEPT seq-ed
           MOVE workPolNum to it-polNum
           MOVE seq-ed to it-seq
           READ itemFile
               INVALID KEY
                   DISPLAY "Error, item does not exist"
               NOT INVALID KEY
                   MOVE "Y" to validItem
           END-READ.

      **** Lists every item on file for workPolNum, removed ones    ****
      *    included - itemCount is also the highest sequence used       *
       SHOW-ITEMS.
           MOVE ZEROES to itemCount
           MOVE "N" to itemEOF
           MOVE workPolNum to it-polNum
           MOVE ZEROES to it-seq
           START itemFile KEY IS >= it-key
               INVALID KEY
                   MOVE "Y" to itemEOF
           END-START
           PERFORM UNTIL itemEOF = "Y"
               READ itemFile NEXT RECORD
                   AT END
                       MOVE "Y" to itemEOF
                   NOT AT END
                       IF it-polNum NOT = workPolNum
                           MOVE "Y" to itemEOF
                       ELSE
                           IF itemCount = ZEROES
                               DISPLAY listHead
                           END-IF
                           PERFORM SHOW-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-ONE-ITEM.
           MOVE it-seq to ll-seq
           MOVE SPACES to ll-desc
           IF it-kind = "V"
               STRING it-year " " it-make " " it-model " " it-vin
                   DELIMITED BY "  " INTO ll-desc
           ELSE
               STRING it-addy DELIMITED BY "  "
                   ", " it-city DELIMITED BY "  "
                   " " it-state DELIMITED BY SIZE INTO ll-desc
           END-IF
           MOVE it-addDate to ll-added
           IF it-remDate = ZEROES
               MOVE "scheduled" to ll-removed
           ELSE
               MOVE it-remDate to remDisp
               MOVE remDisp to ll-removed
           END-IF
           DISPLAY listLine
           ADD 1 to itemCount.

       END-PROGRAM.
           CLOSE itemFile polFile
           STOP RUN.

      **** A refused function goes on the sign-on log, the same   ****
      *    way signon logs the sign-ons and failures themselves        *
       LOG-DENIAL.
           CALL "secdeny" USING operUser, denyFunc.

       END PROGRAM ITEM-MAINT.
