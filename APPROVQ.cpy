      *> Shared dual-control approval queue layout for approvq.txt.
      *> transactions.cbl appends one record per outbound payment or
      *> third-party transfer over the apprctl.dat threshold instead
      *> of posting it, and ComplianceReview appends a released
      *> watch-list payment over the threshold the same way;
      *> PaymentApproval works the queue and rewrites it. Nothing is
      *> debited while an item is pending.
      *> APQ-STATUS: P = pending approval, A = approved (posted and,
      *> for a payment, originated on clearout.txt), R = rejected,
      *> X = expired unapproved at end of day.
      *> APQ-KIND: EXTPMT = payment to another bank (routing, account
      *> and payee filled), TRANSFER = transfer to another customer's
      *> account here (APQ-TARGET-ACCT filled, APQ-MEMO is the
      *> statement memo keyed by the teller). On a released standing
      *> order payment APQ-MEMO carries the order's statement text.
      *> APQ-INIT-OPER/APQ-INIT-BRANCH are the operator who keyed the
      *> item and their branch; APQ-APPROVER is the second operator
      *> who decided it, who may never be the initiator. APQ-TRACE
      *> and APQ-REF-NUM are the outbound trace and the debit's
      *> posting reference once approved.
       01 APPROVAL-QUEUE-REC.
           05 APQ-ITEM-NUM     PIC 9(7).
           05 APQ-STATUS       PIC X(1).
           05 APQ-KIND         PIC X(8).
           05 APQ-ACCOUNT-NUM  PIC 9(5).
           05 APQ-TARGET-ACCT  PIC 9(5).
           05 APQ-ROUTING      PIC 9(9).
           05 APQ-EXT-ACCOUNT  PIC 9(5).
           05 APQ-PAYEE        PIC X(30).
           05 APQ-AMOUNT       PIC 9(7)V99.
           05 APQ-MEMO         PIC X(30).
           05 APQ-INIT-OPER    PIC X(4).
           05 APQ-INIT-BRANCH  PIC X(3).
           05 APQ-DATE         PIC 9(8).
           05 APQ-TIME         PIC 9(8).
           05 APQ-APPROVER     PIC X(4).
           05 APQ-DECIDE-DATE  PIC 9(8).
           05 APQ-DECIDE-TIME  PIC 9(8).
           05 APQ-REASON       PIC X(30).
           05 APQ-TRACE        PIC X(15).
           05 APQ-REF-NUM      PIC 9(9).
