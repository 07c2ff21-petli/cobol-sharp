      * says how many nights it has already been resent, so crmfmrg
      * can stop a row CRM rejects night after night at the retry cap
      * instead of letting it loop in the resend file forever.
      * RSND-ACTION-CD is the failed row's CRM-ACTION-CD, so a
      * deactivation is resent as a deactivation.
       01 RSND-FEED-REC.
           05 RSND-ACCT-NO         PIC 9(09).
           05 RSND-ELIG-SW         PIC X(01).
           05 RSND-TIER            PIC 9(01).
           05 RSND-FEED-DATE       PIC 9(08).
           05 RSND-RETRY-CNT       PIC 9(02).
           05 RSND-ACTION-CD       PIC X(01).
