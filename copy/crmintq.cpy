      * CRMQ-REC - one approved online change waiting for the next
      * intraday CRM drain: the account's eligibility switch and tier
      * as the change left them, in the CRM-FEED-REC terms CRM loads,
      * with the transaction that made the change and the user who
      * keyed it. Keyed by account, then queue date, time and a
      * tie-break sequence, so the drain meets every change to one
      * account together and in the order it was made, and sends CRM
      * only the latest.
       01 CRMQ-REC.
           05 CRMQ-KEY.
               10 CRMQ-ACCT-NO     PIC 9(09).
               10 CRMQ-QUEUE-DT    PIC 9(08).
               10 CRMQ-QUEUE-TIME  PIC 9(06).
               10 CRMQ-SEQ         PIC 9(03).
           05 CRMQ-ELIG-SW         PIC X(01).
           05 CRMQ-TIER            PIC 9(01).
           05 CRMQ-SOURCE          PIC X(08).
           05 CRMQ-USER            PIC X(08).
