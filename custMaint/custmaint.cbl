      * Author: Will Flowers
      * Date:
      * Purpose: Add, update, or delete policyholder entries in
      *          polnamei.dat. The ZIP is checked against the ZIP
      *          reference table (zipchk/ZIP-MAINT) - city and state
      *          default from it, and a state the ZIP is not in is
      *          refused so premium tax files under the right state
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "CUST-MAINT".
       01 denyFunc pic x(12).
       01 updateChoice pic x.
       01 polName-Status pic xx.
           03 zip5 pic x(5).
           03 zip4 pic x(4).

      **** zipchk call interface - the city and state the ZIP      ****
      *    belongs to; zipFound "Y" only when the ZIP is on the table  *
       01 zipCity pic x(15).
       01 zipState pic x(2).
       01 zipFound pic x(1) VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           PERFORM LName-Change
           DISPLAY "Address:"
           PERFORM Addy-Change
      **** The ZIP comes first so city and state can default from it *
           DISPLAY "Zip (5 or 9 digits):"
           PERFORM Zip-Change
           PERFORM Zip-Lookup
           PERFORM City-Prompt
           PERFORM City-Change
           PERFORM State-Prompt
           PERFORM State-Change
           DISPLAY "Phone:"
           PERFORM Phone-Change
           DISPLAY "SSN (9 digits):"
                   PERFORM Addy-Change
                   MOVE nm-addy-ed to nm-addy
               ELSE IF updateChoice = "4" THEN
                   MOVE nm-zip to nm-zip-ed
                   PERFORM Zip-Lookup
                   PERFORM City-Prompt
                   PERFORM City-Change
                   MOVE nm-city-ed to nm-city
               ELSE IF updateChoice = "5" THEN
                   MOVE nm-zip to nm-zip-ed
                   PERFORM Zip-Lookup
                   PERFORM State-Prompt
                   PERFORM State-Change
                   MOVE nm-state-ed to nm-state
               ELSE IF updateChoice = "6" THEN
                   DISPLAY "Enter New Zip (5 or 9 digits):"
                   PERFORM Zip-Change
                   MOVE nm-zip-ed to nm-zip
      **** A new ZIP on the table brings city and state with it - ****
      *    both are confirmed so the state can never be left behind    *
                   PERFORM Zip-Lookup
                   IF zipFound = "Y"
                       PERFORM City-Prompt
                       PERFORM City-Change
                       MOVE nm-city-ed to nm-city
                       PERFORM State-Prompt
                       PERFORM State-Change
                       MOVE nm-state-ed to nm-state
                   END-IF
               ELSE IF updateChoice = "7" THEN
                   DISPLAY "Enter New Phone:"
                   PERFORM Phone-Change
       City-Change.
           PERFORM UNTIL notNull = "Y"
               ACCEPT nm-city-ed
               IF nm-city-ed = " " AND zipFound = "Y"
                   MOVE zipCity to nm-city-ed
               END-IF
               IF nm-city-ed = " "
                   DISPLAY "Error, field cannot be empty"
               ELSE
       State-Change.
           PERFORM UNTIL notNull = "Y"
               ACCEPT nm-state-ed
               IF nm-state-ed = SPACES AND zipFound = "Y"
                   MOVE zipState to nm-state-ed
               END-IF
      **** ALPHABETIC alone lets blanks through - both bytes must   ****
      *    really be letters                                            *
               IF nm-state-ed NOT ALPHABETIC
                   OR nm-state-ed(1:1) = " " OR nm-state-ed(2:1) = " "
                   DISPLAY "Error, state must be 2 letters"
               ELSE
      **** The premium tax files under this state - it must be the ***
      *    state the ZIP is in                                          *
                   IF zipFound = "Y" AND nm-state-ed NOT = zipState
                       DISPLAY "Error, ZIP " zip5 " is in " zipState
                           " - state and ZIP must agree"
                   ELSE
                       MOVE "Y" to notNull
                   END-IF
               END-IF
           END-PERFORM


           MOVE "N" to notNull.

      **** Looks the ZIP in nm-zip-ed up on the ZIP table - a ZIP   ****
      *    not on the table is taken as keyed, with a warning           *
       Zip-Lookup.
           MOVE nm-zip-ed to zipCheck
           CALL "zipchk" USING nm-zip-ed, zipCity, zipState, zipFound
           IF zipFound = "Y"
               DISPLAY "ZIP " zip5 " is " zipCity " " zipState
           ELSE IF zipFound = "N"
               DISPLAY "Warning, ZIP " zip5 " is not on the ZIP "
                   "table - city and state cannot be checked"
           END-IF.

       City-Prompt.
           IF zipFound = "Y"
               DISPLAY "City (Enter takes the ZIP's city):"
           ELSE
               DISPLAY "City:"
           END-IF.

       State-Prompt.
           IF zipFound = "Y"
               DISPLAY "State (Enter takes the ZIP's state):"
           ELSE
               DISPLAY "State (2 letters):"
           END-IF.

       Phone-Change.
           PERFORM UNTIL notNull = "Y"
               ACCEPT nm-phone-ed
