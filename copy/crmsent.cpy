      * CRMS-REC - the last eligibility switch and tier the intraday
      * drain sent CRM for an account during the business day, and
      * what CRM's intraday acknowledgment said about it, so the
      * nightly feed can leave out an account CRM already holds at
      * tonight's outcome instead of sending the same row twice. An
      * entry lives one business day: the first drain after the date
      * rolls clears the entries the night before has consumed.
       01 CRMS-REC.
           05 CRMS-KEY.
               10 CRMS-ACCT-NO     PIC 9(09).
           05 CRMS-ELIG-SW         PIC X(01).
           05 CRMS-TIER            PIC 9(01).
           05 CRMS-SENT-DT         PIC 9(08).
           05 CRMS-SENT-TIME       PIC 9(08).
           05 CRMS-ACK-STATUS      PIC X(01).
               88 CRMS-ACK-PENDING     VALUE 'P'.
               88 CRMS-ACK-ACCEPTED    VALUE 'A'.
               88 CRMS-ACK-REJECTED    VALUE 'R'.
               88 CRMS-ACK-MISSING     VALUE 'U'.
           05 CRMS-ACK-CD          PIC X(04).
