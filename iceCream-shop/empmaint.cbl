      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Maintain the CREAMERY employee file employee.dat -
      *          ID, name, hourly pay rate and A(ctive)/I(nactive)
      *          status - for the time clock CREAMERY takes punches on
      *          and HOURS-RPT pays from. PUNCH enters a manager's
      *          correction for a missed clock-in or clock-out on
      *          timeclock.dat. Pay rates and punch corrections need
      *          the manager's code from mgrcode.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-MAINT.
       ENVIRONMENT DIVISION.
       Input-output section.
           file-control.
      **** layout must match creamery.COB's empRec ****
           select optional empFile assign to 'employee.dat'
           organization is line sequential.

      **** layout must match creamery.COB's clockRec ****
           select optional clockFile assign to 'timeclock.dat'
           organization is line sequential.

           select mgrCodeFile assign to 'mgrcode.dat'
           organization is line sequential
           file status is mgrCodeFile-Status.

       DATA DIVISION.
       FILE SECTION.
       fd empFile.
           01 empRec.
               03 em-id pic x(8).
               03      pic x.
               03 em-name pic x(20).
               03      pic x.
               03 em-rate pic 9(2)v99.
               03      pic x.
               03 em-status pic x(1).

       fd clockFile.
           01 clockRec.
               03 tc-id pic x(8).
               03      pic x.
               03 tc-type pic x(1).
               03      pic x.
               03 tc-date pic 9(8).
               03      pic x.
               03 tc-time pic 9(6).
               03      pic x.
               03 tc-source pic x(1).

       fd mgrCodeFile.
           01 mgrCodeRec pic x(8).

       WORKING-STORAGE SECTION.
       01 mgrCodeFile-Status pic xx.
      **** Perform Stop Value ****
       01 perfStop pic x VALUE "N".
       01 empEOF pic x VALUE "N".
       01 notNull pic x VALUE "N".
       01 mgrOK pic x.

       01 EmpTable.
           03 EmpEntry OCCURS 50 TIMES.
               05 ep-id pic x(8).
               05 ep-name pic x(20).
               05 ep-rate pic 9(2)v99.
               05 ep-status pic x(1).

       01 empCount pic 99 VALUE ZEROES.
       01 ep-idx pic 99.
       01 ep-found pic 99.

       01 option pic x(6).
       01 workID pic x(8).
       01 workName pic x(20).
       01 workRate pic 9(2)v99.
       01 workStatus pic x(1).
       01 workType pic x(1).
       01 workDate pic 9(8).
       01 workTime pic 9(6).
       01 mgrCode pic x(8) VALUE SPACES.
       01 mgrIn pic x(8).

      **** Date check for a corrected punch ****
       01 dvFunc pic x VALUE "Y".
       01 dvIn pic 9(8).
       01 dvOut pic 9(8).
       01 dvFlag pic x.
       01 timeCheck.
           03 tm-hh pic 99.
           03 tm-mi pic 99.
           03 tm-ss pic 99.

       01 listLine.
           03 ll-id pic x(8).
           03      pic x(2).
           03 ll-name pic x(20).
           03      pic x(2).
           03      pic x(1) VALUE "$".
           03 ll-rate pic Z9.99.
           03      pic x(4) VALUE "/hr ".
           03 ll-status pic x(8).

       Procedure division.
       MAIN.
           DISPLAY "All Commands will be taken in ALL CAPS"
           PERFORM LOAD-EMPLOYEES
           OPEN INPUT mgrCodeFile
           IF mgrCodeFile-Status = "00"
               READ mgrCodeFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE mgrCodeRec to mgrCode
               END-READ
               CLOSE mgrCodeFile
           END-IF
           IF empCount = ZEROES
               DISPLAY "employee.dat is empty or missing - ADD the "
                   "first employees here"
           END-IF

           PERFORM UNTIL perfStop = "Y"
               DISPLAY "Would you like to LIST, ADD, RATE, STATUS, "
                   "PUNCH or QUIT"
               ACCEPT option
               IF option = "LIST" THEN
                   PERFORM LIST-EMPLOYEES
               ELSE IF option = "ADD" THEN
                   PERFORM ADD-EMPLOYEE
               ELSE IF option = "RATE" THEN
                   PERFORM RATE-EMPLOYEE
               ELSE IF option = "STATUS" THEN
                   PERFORM STATUS-EMPLOYEE
               ELSE IF option = "PUNCH" THEN
                   PERFORM CORRECT-PUNCH
               ELSE IF option = "QUIT" THEN
                   DISPLAY "Program Quit"
                   MOVE "Y" to perfStop
               END-IF
           END-PERFORM

           PERFORM SAVE-EMPLOYEES
           STOP RUN.

       LOAD-EMPLOYEES.
           OPEN INPUT empFile
           PERFORM UNTIL empEOF = "Y"
               READ empFile
                   AT END
                       MOVE "Y" to empEOF
                   NOT AT END
                       IF empCount < 50
                           ADD 1 to empCount
                           MOVE em-id to ep-id(empCount)
                           MOVE em-name to ep-name(empCount)
                           MOVE em-rate to ep-rate(empCount)
                           MOVE em-status to ep-status(empCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE empFile.

       SAVE-EMPLOYEES.
           OPEN OUTPUT empFile
           PERFORM VARYING ep-idx FROM 1 BY 1
                   UNTIL ep-idx > empCount
               MOVE SPACES to empRec
               MOVE ep-id(ep-idx) to em-id
               MOVE ep-name(ep-idx) to em-name
               MOVE ep-rate(ep-idx) to em-rate
               MOVE ep-status(ep-idx) to em-status
               WRITE empRec
           END-PERFORM
           CLOSE empFile
           DISPLAY empCount " employee(s) saved to employee.dat".

       LIST-EMPLOYEES.
           PERFORM VARYING ep-idx FROM 1 BY 1
                   UNTIL ep-idx > empCount
               MOVE ep-id(ep-idx) to ll-id
               MOVE ep-name(ep-idx) to ll-name
               MOVE ep-rate(ep-idx) to ll-rate
               IF ep-status(ep-idx) = "A"
                   MOVE "ACTIVE" to ll-status
               ELSE
                   MOVE "INACTIVE" to ll-status
               END-IF
               DISPLAY listLine
           END-PERFORM.

      **** Leaves ep-found at the entry matching workID ****
       FIND-EMPLOYEE.
           MOVE ZEROES to ep-found
           PERFORM VARYING ep-idx FROM 1 BY 1
                   UNTIL ep-idx > empCount
               IF ep-id(ep-idx) = workID
                   MOVE ep-idx to ep-found
               END-IF
           END-PERFORM.

      **** Pay and hours are the manager's call - mgrOK is Y only  ****
      **** when the code on mgrcode.dat is entered ****
       MGR-CHECK.
           MOVE "N" to mgrOK
           IF mgrCode = SPACES
               DISPLAY "Error, no manager code on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Manager code:"
           ACCEPT mgrIn
           IF mgrIn NOT = mgrCode
               DISPLAY "Error, manager code not accepted"
           ELSE
               MOVE "Y" to mgrOK
           END-IF.

       ADD-EMPLOYEE.
           IF empCount >= 50
               DISPLAY "Error, the employee file is full"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee ID (up to 8 characters):"
           PERFORM UNTIL notNull = "Y"
               ACCEPT workID
               IF workID = SPACES
                   DISPLAY "Error, field cannot be empty"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull
           PERFORM FIND-EMPLOYEE
           IF ep-found NOT = ZEROES
               DISPLAY "Error, employee already on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM MGR-CHECK
           IF mgrOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee name:"
           ACCEPT workName
           DISPLAY "Hourly pay rate (e.g. 12.50):"
           ACCEPT workRate
           ADD 1 to empCount
           MOVE workID to ep-id(empCount)
           MOVE workName to ep-name(empCount)
           MOVE workRate to ep-rate(empCount)
           MOVE "A" to ep-status(empCount)
           DISPLAY workName " added as active".

       RATE-EMPLOYEE.
           DISPLAY "Employee ID:"
           ACCEPT workID
           PERFORM FIND-EMPLOYEE
           IF ep-found = ZEROES
               DISPLAY "Error, no such employee"
               EXIT PARAGRAPH
           END-IF
           PERFORM MGR-CHECK
           IF mgrOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current rate is " ep-rate(ep-found)
               " - new rate:"
           ACCEPT workRate
           MOVE workRate to ep-rate(ep-found)
           DISPLAY ep-name(ep-found) " re-rated".

      **** An employee who leaves is made inactive rather than     ****
      **** deleted, so their hours in a past period still report ****
       STATUS-EMPLOYEE.
           DISPLAY "Employee ID:"
           ACCEPT workID
           PERFORM FIND-EMPLOYEE
           IF ep-found = ZEROES
               DISPLAY "Error, no such employee"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL notNull = "Y"
               DISPLAY "Status - A(ctive) or I(nactive):"
               ACCEPT workStatus
               IF workStatus = "A" OR workStatus = "I"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, status must be A or I"
               END-IF
           END-PERFORM
           MOVE "N" to notNull
           MOVE workStatus to ep-status(ep-found)
           DISPLAY ep-name(ep-found) " status changed".

      **** A manager's correction for a missed punch goes on        ***
      **** timeclock.dat marked M, the way HOURS-RPT shows it ****
       CORRECT-PUNCH.
           DISPLAY "Employee ID:"
           ACCEPT workID
           PERFORM FIND-EMPLOYEE
           IF ep-found = ZEROES
               DISPLAY "Error, no such employee"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL notNull = "Y"
               DISPLAY "Missed punch - I(n) or O(ut):"
               ACCEPT workType
               IF workType = "I" OR workType = "O"
                   MOVE "Y" to notNull
               ELSE
                   DISPLAY "Error, punch must be I or O"
               END-IF
           END-PERFORM
           MOVE "N" to notNull
           PERFORM UNTIL notNull = "Y"
               DISPLAY "Date of the punch (MMDDYYYY):"
               ACCEPT dvIn
               CALL "dateval" USING dvFunc, dvIn, dvOut, dvFlag
               IF dvFlag NOT = "Y"
                   DISPLAY "Error, not a valid date"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull
           MOVE dvOut to workDate
           PERFORM UNTIL notNull = "Y"
               DISPLAY "Time of the punch (HHMM, 24 hour):"
               MOVE ZEROES to timeCheck
               ACCEPT timeCheck(1:4)
               IF timeCheck NOT NUMERIC OR tm-hh > 23 OR tm-mi > 59
                   DISPLAY "Error, not a valid time"
               ELSE
                   MOVE "Y" to notNull
               END-IF
           END-PERFORM
           MOVE "N" to notNull
           MOVE timeCheck to workTime
           PERFORM MGR-CHECK
           IF mgrOK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND clockFile
           MOVE SPACES to clockRec
           MOVE workID to tc-id
           MOVE workType to tc-type
           MOVE workDate to tc-date
           MOVE workTime to tc-time
           MOVE "M" to tc-source
           WRITE clockRec
           CLOSE clockFile
           DISPLAY "Punch added for " ep-name(ep-found).

       END PROGRAM EMP-MAINT.
