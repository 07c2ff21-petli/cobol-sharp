      * PND-REC - one online change waiting on a second person: an
      * eligibility-switch correction keyed through updacct or an
      * override add, change or delete keyed through updovr. Nothing
      * reaches ACCTMSTR, OVRRIDE or the audit history until a
      * different user with approval authority approves it through
      * aprvchg; a rejected change is dropped, and one left waiting
      * too long is expired by the nightly pndexp step. Keyed by
      * change type and account, so an account carries at most one
      * pending change of each type at a time.
       01 PND-REC.
           05 PND-KEY.
               10 PND-TYPE         PIC X(01).
                   88 PND-TYPE-ACCT    VALUE 'A'.
                   88 PND-TYPE-OVR     VALUE 'O'.
               10 PND-ACCT-NO      PIC 9(09).
           05 PND-OVR-FUNC         PIC X(01).
               88 PND-OVR-ADD          VALUE 'a'.
               88 PND-OVR-CHANGE       VALUE 'c'.
               88 PND-OVR-DELETE       VALUE 'd'.
           05 PND-ELIG-SW          PIC X(01).
           05 PND-OVR-TIER         PIC 9(01).
           05 PND-OVR-REASON       PIC X(04).
           05 PND-OVR-EXPIRY       PIC 9(08).
           05 PND-MAKER            PIC X(08).
           05 PND-REQ-DT           PIC 9(08).
           05 PND-REQ-TIME         PIC 9(06).
