      ******************************************************************
      * Rating context passed to call10 as its third parameter, after
      * the policy type and the premium being rated. The caller fills
      * RC-POLNUM (spaces for a prospect with no policy yet) and may
      * fill RC-ZIP directly - when RC-ZIP is blank call10 finds the
      * insured's ZIP itself from polnamei.dat, falling back through
      * custxref.dat to custmast.dat. call10 hands back the territory
      * code and factor it applied from territory.dat (TERR-MAINT) so
      * registers can show which territory drove the premium.
      * RC-APPLY-EXP "Y" also applies the claims-experience modifier:
      * the customer (RC-CUSTNUM, or found through custxref.dat from
      * RC-POLNUM) has the claims with incurred loss in the last three
      * years counted across all their policies, and the count picks
      * a surcharge or claim-free credit off expsched.dat (EXP-MAINT).
      ******************************************************************
       01 RATE-CONTEXT.
           05 RC-POLNUM pic x(6).
           05 RC-ZIP pic x(9).
           05 RC-TERR pic x(3).
           05 RC-TERR-FACTOR pic 9v999.
           05 RC-CUSTNUM pic x(6).
           05 RC-APPLY-EXP pic x(1).
           05 RC-CLAIM-COUNT pic 9(2).
           05 RC-EXP-FACTOR pic 9v999.
