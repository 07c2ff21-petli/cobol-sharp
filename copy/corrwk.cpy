      * CORRWK-REC - one account whose extract switch disagreed with,
      * or finally agreed with, an online correction still held on
      * the master, written by the nightly run for the corrxtr step:
      * what the extract sent, what the correction set and when, how
      * many business days ago, and what the run did about it -- held
      * the correction, let it lapse to the extract, or cleared it
      * because the source has caught up.
       01 CORRWK-REC.
           05 CORRWK-ACCT-NO       PIC 9(09).
           05 CORRWK-DISP          PIC X(01).
               88 CORRWK-HELD          VALUE 'H'.
               88 CORRWK-LAPSED        VALUE 'L'.
               88 CORRWK-AGREED        VALUE 'A'.
           05 CORRWK-EXTR-SW       PIC X(01).
           05 CORRWK-CORR-SW       PIC X(01).
           05 CORRWK-CORR-DT       PIC 9(08).
           05 CORRWK-AGE           PIC 9(05).
           05 CORRWK-TIER-DGT      PIC X(01).
           05 CORRWK-BRANCH-CD     PIC X(04).
           05 CORRWK-RUN-DT        PIC 9(08).
