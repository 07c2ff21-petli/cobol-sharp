      * dormant-account purge removed it, plus the date it was purged,
      * so a purged account can be produced for audit or reloaded by
      * the restore step if the business calls it back.
      * ARCH-CLOSE-DT is the account's closure date when it was purged
      * as a closed account, zeros when it was purged as dormant.
       01 ARCH-REC.
           05 ARCH-ACCT-NO         PIC 9(09).
           05 ARCH-ELIG-SW         PIC X(01).
           05 ARCH-LAST-UPD-DT     PIC 9(08).
           05 ARCH-PURGE-DT        PIC 9(08).
           05 ARCH-BRANCH-CD       PIC X(04).
           05 ARCH-CLOSE-DT        PIC 9(08).
