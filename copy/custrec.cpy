      * CUST-BRANCH-CD is the account's branch code the source system
      * now fills in what used to be filler; spaces when the source
      * has no branch for the account.
      * CUST-REC-TYPE marks a closure record: 'C' says the source has
      * closed the account on CUST-CLOSE-DT, and the switch and tier
      * digit are not used. Space is the ordinary eligibility detail.
      * A closure is a detail like any other for the trailer's count
      * and hash total.
       01 CUST-REC.
           05 CUST-ACCT-NO         PIC 9(09).
           05 CUST-ELIG-SW         PIC X(01).
           05 CUST-TIER-DGT        PIC X(01).
           05 CUST-BRANCH-CD       PIC X(04).
           05 CUST-REC-TYPE        PIC X(01).
               88 CUST-ELIG-DETAIL     VALUE SPACE.
               88 CUST-CLOSURE         VALUE 'C'.
           05 CUST-CLOSE-DT        PIC 9(08).
           05 FILLER               PIC X(07).

       01 CUST-HDR-REC.
           05 CUST-HDR-ID          PIC X(03).
