      ******************************************************************
      * Author: Will Flowers
      * Date:
      * Purpose: Shared manager override rate lookup, CALLed the same
      *          way planrate is for the writing agent's commission.
      *          Reads the override rates OVR-MAINT keeps on
      *          ovrrate.dat - one rate per manager and policy type,
      *          "ALL" covering any type the manager has no rate of
      *          its own for. The caller passes the manager (the
      *          writing agent's agent.dat manager-code) and the
      *          policy type; or-rate comes back zero when the manager
      *          earns no override on that type.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ovrrate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **** layout must match ovrmaint.cbl's ovrRec ****
           select ovrFile assign to 'ovrrate.dat'
               organization is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is ov-key
               FILE STATUS is ovrFile-Status.

       DATA DIVISION.
       FILE SECTION.
           fd ovrFile.
           01 ovrRec.
               03 ov-key.
                   05 ov-mgr pic x(5).
                   05 ov-type pic x(3).
               03 ov-rate pic 9(2)v99.

       WORKING-STORAGE SECTION.
       01 ovrFile-Status pic xx.

       LINKAGE SECTION.
       01 or-mgr pic x(5).
       01 or-type pic x(3).
       01 or-rate pic 9(2)v99.

       PROCEDURE DIVISION USING or-mgr or-type or-rate.
       MAIN.
           MOVE ZEROES to or-rate
           IF or-mgr = SPACES
               EXIT PROGRAM
           END-IF
           OPEN INPUT ovrFile
           IF ovrFile-Status NOT = "00"
      **** No override file on disk - no manager is paid one ****
               EXIT PROGRAM
           END-IF

      **** The exact type first, then the manager's "ALL" rate ****
           MOVE or-mgr to ov-mgr
           MOVE or-type to ov-type
           READ ovrFile
               INVALID KEY
                   MOVE "ALL" to ov-type
                   READ ovrFile
                       INVALID KEY
                           continue
                       NOT INVALID KEY
                           MOVE ov-rate to or-rate
                   END-READ
               NOT INVALID KEY
                   MOVE ov-rate to or-rate
           END-READ

           CLOSE ovrFile
           EXIT PROGRAM.

       END PROGRAM ovrrate.
