      *> Dual-control approval journal layout for apprjrnl.txt. One
      *> record per step an approval item goes through, never
      *> rewritten: QUEUED by transactions.cbl, then APPROVED,
      *> REJECTED, EXPIRED, or an attempt refused (REFUSED) by
      *> PaymentApproval. APJ-INIT-OPER is always the operator who
      *> keyed the item and APJ-APPROVER the second operator acting
      *> on it (spaces on QUEUED). APJ-BUS-DATE is the business
      *> date; the clock stamp is the wall-clock time of the step.
       01 APPROVAL-JOURNAL-REC.
           05 APJ-ITEM-NUM    PIC 9(7).
           05 APJ-ACTION      PIC X(8).
           05 APJ-KIND        PIC X(8).
           05 APJ-ACCOUNT-NUM PIC 9(5).
           05 APJ-TARGET-ACCT PIC 9(5).
           05 APJ-AMOUNT      PIC 9(7)V99.
           05 APJ-INIT-OPER   PIC X(4).
           05 APJ-APPROVER    PIC X(4).
           05 APJ-REASON      PIC X(30).
           05 APJ-TRACE       PIC X(15).
           05 APJ-REF-NUM     PIC 9(9).
           05 APJ-BUS-DATE    PIC 9(8).
           05 APJ-CLOCK-DATE  PIC 9(8).
           05 APJ-CLOCK-TIME  PIC 9(8).
