      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Cash-only account flags - CALLed by PAY-POST when a
      *          second returned item in twelve months puts an account
      *          on cash-only, and by PAY-POST, EFT-DRAFT and PLAN-MAINT
      *          to ask whether a policy's account is flagged. The
      *          account is the customer the policy cross-references
      *          to on custxref.dat, or the policy itself when
      *          CUSTBUILD has not cross-referenced it. cashonly.dat
      *          holds one record per flagged account stamped with the
      *          date and the operator.
      *            coFn F - flag the account number in coKey
      *            coFn C - coFlag Y when the policy or customer number
      *                     in coKey belongs to a flagged account
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashonly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select cashFile assign to 'cashonly.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is co-acct
               FILE STATUS is cashFile-Status.

      **** layout must match custbuild.cbl's custXrefRec ****
           select custXref assign to 'custxref.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is xr-polNum
               FILE STATUS is custXref-Status.

       DATA DIVISION.
       FILE SECTION.
           fd cashFile.
           01 cashRec.
               03 co-acct pic x(6).
               03 co-date pic 9(8).
               03 co-user pic x(8).

           fd custXref.
           01 custXrefRec.
               03 xr-polNum pic x(6).
               03 xr-custNum pic x(6).

       WORKING-STORAGE SECTION.
       01 cashFile-Status pic xx.
       01 custXref-Status pic xx.

       LINKAGE SECTION.
       01 coFn pic x(1).
       01 coKey pic x(6).
       01 coUser pic x(8).
       01 coFlag pic x(1).

       PROCEDURE DIVISION USING coFn coKey coUser coFlag.
       MAIN-PROCEDURE.
           MOVE "N" to coFlag
           IF coFn = "F"
               PERFORM FLAG-ACCOUNT
           ELSE
               PERFORM CHECK-ACCOUNT
           END-IF
           EXIT PROGRAM.

      **** An account flagged again keeps its first date - the flag ***
      *    stands from the return that earned it                       *
       FLAG-ACCOUNT.
           OPEN I-O cashFile
      **** First flag has no cashonly.dat yet - create it ****
      **** A file created on the fly must be closed and reopened   ****
      *    I-O - keyed verbs against an OUTPUT-mode file fail with     *
      *    status 47 and take neither conditional branch               *
           IF cashFile-Status = "35"
               OPEN OUTPUT cashFile
               CLOSE cashFile
               OPEN I-O cashFile
           END-IF
           MOVE coKey to co-acct
           READ cashFile
               INVALID KEY
                   ACCEPT co-date FROM DATE YYYYMMDD
                   MOVE coUser to co-user
                   WRITE cashRec
                       INVALID KEY
                           DISPLAY "Error, " coKey " could not be "
                               "flagged cash-only (status "
                               cashFile-Status ")"
                       NOT INVALID KEY
                           MOVE "Y" to coFlag
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" to coFlag
           END-READ
           CLOSE cashFile.

      **** No cashonly.dat means no account has been flagged ****
       CHECK-ACCOUNT.
           OPEN INPUT cashFile
           IF cashFile-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE coKey to co-acct
           READ cashFile
               INVALID KEY
                   continue
               NOT INVALID KEY
                   MOVE "Y" to coFlag
           END-READ
           IF coFlag NOT = "Y"
               OPEN INPUT custXref
               IF custXref-Status = "00"
                   MOVE coKey to xr-polNum
                   READ custXref
                       INVALID KEY
                           continue
                       NOT INVALID KEY
                           MOVE xr-custNum to co-acct
                           READ cashFile
                               INVALID KEY
                                   continue
                               NOT INVALID KEY
                                   MOVE "Y" to coFlag
                           END-READ
                   END-READ
                   CLOSE custXref
               END-IF
           END-IF
           CLOSE cashFile.

       END PROGRAM cashonly.
