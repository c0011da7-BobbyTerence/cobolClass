      ******************************************************************
      * Return premium block passed to retprem on a cancellation. The
      * caller fills the policy's effective date (MMDDYYYY), term date
      * (MMDDYYYY), cancel date as stored on polCanDate-in (00YYMMDD),
      * the term premium and the cancellation reason code. retprem
      * looks the reason up on canreason.dat for its method - P
      * pro-rata for company-initiated cancels, S short-rate for
      * insured-requested ones - and hands back the method used, the
      * days in the term and left unexpired, and the unearned premium
      * owed back to the insured.
      ******************************************************************
       01 RETURN-PREMIUM.
           05 RP-POLDATE pic 9(8).
           05 RP-TERM pic x(8).
           05 RP-CANDATE pic 9(8).
           05 RP-PREM pic 9(6)v99.
           05 RP-REASON pic x(2).
           05 RP-METHOD pic x(1).
           05 RP-DAYS-TERM pic 9(5).
           05 RP-DAYS-LEFT pic 9(5).
           05 RP-RETURN pic 9(6)v99.
