      * BNFT-PARM-REC - one effective-dated tier benefit schedule,
      * keyed by effective date the way TIR-PARM-REC is: the monthly
      * cost to the bank of one account in each tier 0-3 (benefit
      * cost or fee-waiver value), occurrence 1 being tier 0. The set
      * effective on or before the business date prices the night's
      * tier movements and the standing tier mix in bnftcost.
      * Maintained through bnfmaint, with a change-history record for
      * every add or update.
       01 BNFT-PARM-REC.
           05 BNFT-EFF-DT          PIC 9(08).
           05 BNFT-TIER-COST       PIC 9(05)V99 OCCURS 4 TIMES.
