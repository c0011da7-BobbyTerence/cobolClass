       01 oldTerm pic x(8).
       01 oldPrem pic 9(6)v99.

      **** call10 rating context - the policy number lets call10   ****
      *    find the insured's ZIP for the territory factor and the     *
      *    customer's claims for the experience modifier               *
           COPY "ratectx.cpy".

      **** Term advance work fields - term is stored MMDDYYYY ****
       01 newTerm.
           03 nt-mm pic 99.
           03      pic x VALUE "/".
           03 al-acandate pic 9(8).

       01 registerHead.
           03      pic x(54) VALUE
           "Policy    Old Term    New Term    Old Prem    New Prem".
           03      pic x(22) VALUE "  Claims  Exp Mod".

       01 registerLine.
           03 rg-polNum pic x(6).
           03 rg-oldPrem pic ZZZ9.99.
           03      pic x(5).
           03 rg-newPrem pic ZZZ9.99.
           03      pic x(6).
           03 rg-claims pic Z9.
           03      pic x(3).
           03 rg-expMod pic 9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           MOVE newTerm to polTerm-in

           MOVE polNum-in to RC-POLNUM
           MOVE SPACES to RC-ZIP
           MOVE SPACES to RC-CUSTNUM
           MOVE "Y" to RC-APPLY-EXP
           CALL "call10" USING poltype-in, polPrem-in, RATE-CONTEXT

           REWRITE polFileRec
               INVALID KEY
                   MOVE polTerm-in to rg-newTerm
                   MOVE oldPrem to rg-oldPrem
                   MOVE polPrem-in to rg-newPrem
                   MOVE RC-CLAIM-COUNT to rg-claims
                   MOVE RC-EXP-FACTOR to rg-expMod
                   WRITE renewRec FROM registerLine
                   PERFORM WRITE-RENEW-AUDIT
                   ADD 1 to renewCount
