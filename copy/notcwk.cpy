      * NOTCWK-REC - one account whose tier moved on the master,
      * written by the nightly run alongside its TIERMVMT report line
      * for the notcxtr step that builds the customer notice file for
      * the letter vendor: the account and its branch, the tier it
      * left and the tier it moved to, its switch, and the run date
      * the move took effect.
       01 NOTCWK-REC.
           05 NOTCWK-ACCT-NO       PIC 9(09).
           05 NOTCWK-BRANCH-CD     PIC X(04).
           05 NOTCWK-PRIOR-TIER    PIC 9(01).
           05 NOTCWK-NEW-TIER      PIC 9(01).
           05 NOTCWK-ELIG-SW       PIC X(01).
           05 NOTCWK-EFF-DT        PIC 9(08).
