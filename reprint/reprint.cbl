      * Date:
      * Purpose: Reprint facility - re-spools report output from the
      *          dated print archives the report programs capture as
      *          they print (billing, decpage, agentstmt, finalrpt,
      *          clmletter, aging, diaryrpt - files named
      *          <report>.YYYYMMDD.prt). A whole run reprints as-is,
      *          or one key - a policy's invoice, an agent's statement
      *          or aging line, one dec page, one claim's letter, one
      *          adjuster's diary - pulls just its own lines, so a
      *          jammed printer or a lost statement no longer means
      *          rerunning a job against data that has moved on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 operUser pic x(8).
       01 operLevel pic 9(1).
       01 operOK pic x(1).
       01 operProg pic x(12) VALUE "REPRINT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "All Commands will be taken in ALL CAPS"
           CALL "signon" USING operUser, operLevel, operOK, operProg
           IF operOK NOT = "Y"
               STOP RUN
           END-IF
           STOP RUN.

       SPOOL-RUN.
           DISPLAY "Report (billing, decpage, agentstmt, finalrpt, "
               "clmletter, aging, diaryrpt):"
           ACCEPT reportName
           DISPLAY "Run date (YYYYMMDD):"
           ACCEPT runDate
           DISPLAY "Key to select - policy, agent, customer, claim "
               "or adjuster (blank for the whole run):"
           ACCEPT keyFilter

           MOVE SPACES to archName
