      *> Shared transfer summary layout for xfersum.txt. One record
      *> per account-to-account transfer, built by DailySummary from
      *> each XFEROUT posting and the XFERIN leg logged straight after
      *> it, and keyed by paying account, receiving account and the
      *> XFEROUT reference. FraudMonitor looks for money coming back
      *> from the receiving account by reading forward from
      *> (receiving account, paying account, reference) - a later
      *> transfer the other way has a higher reference.
      *> Transfers already reversed when the day was summarized are
      *> left out.
       01 XFER-SUMMARY-REC.
           05 XFS-KEY.
               10 XFS-FROM-ACCT PIC 9(5).
               10 XFS-TO-ACCT   PIC 9(5).
               10 XFS-REF       PIC 9(9).
           05 XFS-DATE        PIC 9(8).
           05 XFS-AMOUNT      PIC 9(7)V99.
           05 XFS-IN-REF      PIC 9(9).
