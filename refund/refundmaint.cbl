      * Author: Will Flowers
      * Date:
      * Purpose: Refund queue review - lists the refunds FINAL-PROJ's
      *          endorsement credits, PAY-POST's overpayments and the
      *          return premium left over on a cancellation (source
      *          CANCEL) queued on refundq.dat, and approves or
      *          rejects each one.
      *          An approved refund gets the next check number from
      *          refchk.ctl (the quotenum.ctl last-number pattern) and
      *          a line on the refund check register refundreg.txt so
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "REFUND-MAINT".
       01 denyFunc pic x(12).

       01 itemLine.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
