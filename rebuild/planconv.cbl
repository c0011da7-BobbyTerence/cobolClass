      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: One-time conversion of payplan.dat to carry the
      *          automatic draft enrollment (pp-draft) and the bank
      *          routing, account number and account type EFT-DRAFT
      *          drafts from. Rename the existing file to payplan.old
      *          first - this job reads payplan.old in the prior
      *          layout, loads a fresh payplan.dat with every plan on
      *          check payment, then verifies the record counts match
      *          - the same pattern POLREBLD used for the agent
      *          alternate key. Enroll drafting policies through
      *          PLAN-MAINT's DRAFT option afterwards.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** The pre-conversion file - policy and plan code only ****
           select oldPlan assign to 'payplan.old'
               organization is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is old-polNum
               FILE STATUS is oldPlan-Status.

      **** The converted file - layout must match planmaint.cbl's ***
           select newPlan assign to 'payplan.dat'
               organization is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is pp-polNum
               FILE STATUS is newPlan-Status.

       DATA DIVISION.
       FILE SECTION.
           fd oldPlan.
           01 oldPlanRec.
               03 old-polNum pic x(6).
               03 old-plan pic x(1).

           fd newPlan.
           01 planRec.
               03 pp-polNum pic x(6).
               03 pp-plan pic x(1).
               03 pp-draft pic x(1).
               03 pp-bankRoute pic x(9).
               03 pp-bankAcct pic x(17).
               03 pp-acctType pic x(1).

       WORKING-STORAGE SECTION.
       01 oldPlan-Status pic xx.
       01 newPlan-Status pic xx.
       01 endLoad pic x VALUE "N".
       01 endVerify pic x VALUE "N".
       01 loadCount pic 9(7) VALUE ZEROES.
       01 verifyCount pic 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITJOB
           PERFORM LOAD-ALL
           PERFORM VERIFY-LOAD
           PERFORM CLOSEJOB.

       INITJOB.
           OPEN INPUT oldPlan
           IF oldPlan-Status NOT = "00"
               DISPLAY "Error, payplan.old could not be opened - "
                   "rename the current payplan.dat to payplan.old "
                   "before running this conversion (status "
                   oldPlan-Status ")"
               STOP RUN
           END-IF
           OPEN OUTPUT newPlan
           IF newPlan-Status NOT = "00"
               DISPLAY "Error, payplan.dat could not be created "
                   "(status " newPlan-Status ")"
               CLOSE oldPlan
               STOP RUN
           END-IF.

       LOAD-ALL.
           PERFORM UNTIL endLoad = "Y"
               READ oldPlan NEXT RECORD
                   AT END
                       MOVE "Y" to endLoad
                   NOT AT END
                       PERFORM LOAD-ONE
               END-READ
           END-PERFORM.

      **** Every plan converts on check payment - no bank details ****
      *    exist until the customer enrolls                            *
       LOAD-ONE.
           MOVE old-polNum to pp-polNum
           MOVE old-plan to pp-plan
           MOVE "N" to pp-draft
           MOVE SPACES to pp-bankRoute pp-bankAcct pp-acctType
           WRITE planRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
                       old-polNum
               NOT INVALID KEY
                   ADD 1 to loadCount
           END-WRITE.

      **** Re-reads the converted file and compares record counts ****
       VERIFY-LOAD.
           CLOSE newPlan
           OPEN INPUT newPlan
           MOVE LOW-VALUES to pp-polNum
           START newPlan KEY IS >= pp-polNum
               INVALID KEY MOVE "Y" to endVerify
           END-START
           PERFORM UNTIL endVerify = "Y"
               READ newPlan NEXT RECORD
                   AT END
                       MOVE "Y" to endVerify
                   NOT AT END
                       ADD 1 to verifyCount
               END-READ
           END-PERFORM.

       CLOSEJOB.
           IF loadCount = verifyCount
               DISPLAY loadCount " record(s) loaded and verified - "
                   "payplan.dat is on the current layout"
           ELSE
               DISPLAY "ERROR - " loadCount " record(s) loaded but "
                   verifyCount " verified - do NOT delete payplan.old"
           END-IF
           CLOSE oldPlan newPlan
           STOP RUN.

       END PROGRAM PLANCONV.
