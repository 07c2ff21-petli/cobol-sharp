      * ERA-REC - one verified customer erasure request the privacy
      * office has approved: its request reference, the account the
      * customer's data is held under, and who approved it and when,
      * all carried onto the completion certificate acctera prints.
      * The account number is taken as keyed and checked before
      * anything is removed.
       01 ERA-REC.
           05 ERA-REQ-ID           PIC X(10).
           05 ERA-ACCT-IN          PIC X(09).
           05 ERA-ACCT-NO REDEFINES ERA-ACCT-IN
                                   PIC 9(09).
           05 ERA-APPROVER         PIC X(08).
           05 ERA-APPROVED-DT      PIC X(08).
           05 FILLER               PIC X(05).
