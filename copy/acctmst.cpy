      * number, that promotes the old single working-storage a/b pair
      * so both the batch classification run and the online inquiry
      * transaction can look an account's current tier up directly.
      * ACCT-MST-CORR-DT and ACCT-MST-CORR-SW hold the business date
      * and the switch of the last approved online correction (zeros
      * and space when there is none), so the nightly run can hold a
      * fresh correction against an extract that has not caught up.
      * ACCT-MST-CLOSED-SW is 'y' once a CUSTIN closure record has
      * closed the account, with ACCT-MST-CLOSE-DT the closure date
      * the source sent (space and zeros while the account is open).
      * A closed account keeps its last switch and tier but is left
      * out of the tier counts until acctprg purges it.
       01 ACCT-MST-REC.
           05 ACCT-MST-KEY.
               10 ACCT-MST-ACCT-NO     PIC 9(09).
           05 ACCT-MST-TIER            PIC 9(01).
           05 ACCT-MST-LAST-UPD-DT     PIC 9(08).
           05 ACCT-MST-BRANCH-CD       PIC X(04).
           05 ACCT-MST-CORR-DT         PIC 9(08).
           05 ACCT-MST-CORR-SW         PIC X(01).
           05 ACCT-MST-CLOSED-SW       PIC X(01).
               88 ACCT-MST-CLOSED          VALUE 'y'.
           05 ACCT-MST-CLOSE-DT        PIC 9(08).
