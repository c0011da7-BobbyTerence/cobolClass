       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "HIST-INQ".
       01 denyFunc pic x(12).

       01 recordHead.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
