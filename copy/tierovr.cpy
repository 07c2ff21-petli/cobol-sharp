      * carries who added it and when it expires: the nightly run
      * skips expired holds and flags ones about to lapse, so a hold
      * gets recertified instead of fossilizing.
      * OVR-LEGAL-HOLD names the reason codes legal keys for a hold
      * the account's records must survive: while such a hold is
      * unexpired an erasure request is refused and no customer
      * notice goes out for the account.
       01 TIER-OVR-REC.
           05 OVR-KEY.
               10 OVR-ACCT-NO      PIC 9(09).
           05 OVR-FORCED-TIER      PIC 9(01).
           05 OVR-REASON-CD        PIC X(04).
               88 OVR-LEGAL-HOLD       VALUE 'LGLH' 'LITG'.
           05 OVR-EXPIRY-DT        PIC 9(08).
           05 OVR-USER             PIC X(08).
