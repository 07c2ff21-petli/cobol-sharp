      * TTL-REC - one entry on the per-account tier timeline: the
      * eligibility switch and tier an account held from an effective
      * date on, the switch and tier it held before, and which
      * program or transaction moved it. Keyed by account, effective
      * date and a tie-break sequence, so "what tier was this account
      * on a given date" is the last entry on or before that date
      * instead of a replay of the audit trail and old reports.
       01 TTL-REC.
           05 TTL-KEY.
               10 TTL-ACCT-NO      PIC 9(09).
               10 TTL-EFF-DT       PIC 9(08).
               10 TTL-SEQ          PIC 9(03).
           05 TTL-ELIG-SW          PIC X(01).
           05 TTL-TIER             PIC 9(01).
           05 TTL-PRIOR-ELIG-SW    PIC X(01).
               88 TTL-FIRST-ENTRY      VALUE SPACE.
           05 TTL-PRIOR-TIER       PIC 9(01).
           05 TTL-SOURCE           PIC X(08).
               88 TTL-SRC-NIGHTLY      VALUE 'NIGHTLY'.
               88 TTL-SRC-UPDACCT      VALUE 'UPDACCT'.
               88 TTL-SRC-UPDOVR       VALUE 'UPDOVR'.
               88 TTL-SRC-ACCTRBLD     VALUE 'ACCTRBLD'.
               88 TTL-SRC-ACCTRST      VALUE 'ACCTRST'.
           05 TTL-OVR-REASON       PIC X(04).
           05 TTL-USER             PIC X(08).
