           01 rsnRec.
               03 cr-code pic x(2).
               03 cr-desc pic x(30).
      **** Return premium method - P pro-rata (company-initiated), ***
      *    S short-rate (insured-requested)                            *
               03 cr-method pic x(1).

           fd cancRep.
               01 printRep pic x(132).
