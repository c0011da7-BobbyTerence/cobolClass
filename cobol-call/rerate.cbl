
       01 oldPrem pic 9(6)v99.

      **** call10 rating context - the policy number lets call10   ****
      *    find the insured's ZIP, and the territory it applied comes  *
      *    back for the register                                       *
           COPY "ratectx.cpy".

       01 rl-user pic x(20) VALUE "NIGHTLY-RERATE".
       01 rl-tstamp.
           04 rl-date pic 9(8).
           03 rl-oldPrem pic ZZZ9.99.
           03      pic x(10) VALUE " new prem ".
           03 rl-newPrem pic ZZZ9.99.
           03      pic x(6) VALUE " terr ".
           03 rl-terr pic x(3).
           03      pic x(8) VALUE " factor ".
           03 rl-factor pic 9.999.
           03      pic x(6) VALUE " clms ".
           03 rl-claims pic Z9.
           03      pic x(5) VALUE " exp ".
           03 rl-expMod pic 9.999.

       01 rerateCount pic 9(7) VALUE ZEROES.
       01 skipCount pic 9(7) VALUE ZEROES.
               ADD 1 to skipCount
           ELSE
               MOVE polPrem-in to oldPrem
               MOVE polNum-in to RC-POLNUM
               MOVE SPACES to RC-ZIP
               MOVE SPACES to RC-CUSTNUM
               MOVE "Y" to RC-APPLY-EXP
               CALL "call10" USING poltype-in, polPrem-in,
                   RATE-CONTEXT
               REWRITE polFileRec
                   INVALID KEY
                       CONTINUE
                       MOVE polNum-in to rl-polNum
                       MOVE oldPrem to rl-oldPrem
                       MOVE polPrem-in to rl-newPrem
                       MOVE RC-TERR to rl-terr
                       MOVE RC-TERR-FACTOR to rl-factor
                       MOVE RC-CLAIM-COUNT to rl-claims
                       MOVE RC-EXP-FACTOR to rl-expMod
                       WRITE rerateRec FROM rerateLine
                       PERFORM WRITE-RERATE-AUDIT
                       ADD 1 to rerateCount
