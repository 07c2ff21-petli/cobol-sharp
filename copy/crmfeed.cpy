      * CRM-FEED-REC - one account's eligibility outcome, in the
      * layout the CRM nightly-load job expects.
      * CRM-ACTION-CD says what CRM is to do with the row: space loads
      * the switch and tier as always, 'D' deactivates a closed
      * account, the switch and tier then being the last it held.
      * A renumbered account goes as a pair: 'R' retires the old
      * number and 'E' establishes the new one at the same switch and
      * tier, so CRM moves the customer across instead of seeing a
      * lost account and a new one.
      * 'X' tells CRM to delete everything it holds for an account
      * whose customer's erasure request has been carried out; the
      * row carries no switch or tier.
       01 CRM-FEED-REC.
           05 CRM-ACCT-NO          PIC 9(09).
           05 CRM-ELIG-SW          PIC X(01).
           05 CRM-TIER             PIC 9(01).
           05 CRM-FEED-DATE        PIC 9(08).
           05 CRM-ACTION-CD        PIC X(01).
               88 CRM-ACT-TIER         VALUE SPACE.
               88 CRM-ACT-DEACTIVATE   VALUE 'D'.
               88 CRM-ACT-RETIRE       VALUE 'R'.
               88 CRM-ACT-ESTABLISH    VALUE 'E'.
               88 CRM-ACT-DELETE       VALUE 'X'.
