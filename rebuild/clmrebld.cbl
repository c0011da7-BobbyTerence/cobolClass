               03 cl-status pic x(2).
               03 cl-diaryDate pic 9(8).
               03 cl-recovered pic 9(8)v99.
               03 cl-coverage pic x(3).
               03 cl-dedApplied pic 9(6)v99.
               03 cl-itemSeq pic 9(2).
               03 cl-eventCode pic x(6).

       WORKING-STORAGE SECTION.
       01 oldClaim-Status pic xx.
           END-PERFORM.

      **** Every converted claim starts open, unassigned and       ****
      *    undiaried with nothing recovered and no coverage or item    *
      *    named - CLAIM-MAINT assigns, diaries and names them from    *
      *    there                                                        *
       LOAD-ONE.
           MOVE old-claimNum to cl-claimNum
           MOVE old-polNum to cl-polNum
           MOVE "OP" to cl-status
           MOVE ZEROES to cl-diaryDate
           MOVE ZEROES to cl-recovered
           MOVE SPACES to cl-coverage
           MOVE ZEROES to cl-dedApplied
           MOVE ZEROES to cl-itemSeq
           MOVE SPACES to cl-eventCode
           WRITE claimRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
