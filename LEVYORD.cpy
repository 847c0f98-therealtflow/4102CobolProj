      *> Shared garnishment / tax levy order layout for levyorders.txt,
      *> keyed by LVY-ORDER-NUM, the court or taxing authority's own
      *> order number as served on the bank. Entered and processed by
      *> LevyProcessing.
      *> LVY-TYPE: G = court garnishment, T = tax levy.
      *> LVY-ORDER-AMT is the amount the order demands;
      *> LVY-PROTECTED-AMT is what must be left to the customer across
      *> all their accounts. LVY-HELD-AMT is everything ever held for
      *> the order (remitted or not) and LVY-REMITTED-AMT what has been
      *> sent to the creditor. LVY-FEE-AMT is our processing fee once
      *> charged (LEVYFEE posting); zero until then.
      *> The creditor is paid through outbound clearing at
      *> LVY-CREDITOR-ROUTING / LVY-CREDITOR-ACCT, and its name is
      *> screened against the watch list before anything is sent.
      *> LVY-STATUS: N = new, not yet processed, P = partly held (each
      *> nightly run picks up later deposits), S = fully held and
      *> waiting out the legal period before remittance, C = completed
      *> (fully remitted), X = withdrawn by the creditor (holds
      *> released).
       01 LEVY-ORDER-REC.
           05 LVY-ORDER-NUM        PIC X(12).
           05 LVY-TYPE             PIC X(1).
           05 LVY-CUST-NUM         PIC 9(5).
           05 LVY-ORDER-AMT        PIC 9(7)V99.
           05 LVY-PROTECTED-AMT    PIC 9(7)V99.
           05 LVY-HELD-AMT         PIC 9(7)V99.
           05 LVY-REMITTED-AMT     PIC 9(7)V99.
           05 LVY-FEE-AMT          PIC 9(5)V99.
           05 LVY-CREDITOR-NAME    PIC X(30).
           05 LVY-CREDITOR-ROUTING PIC 9(9).
           05 LVY-CREDITOR-ACCT    PIC 9(5).
           05 LVY-SERVED-DATE      PIC 9(8).
           05 LVY-STATUS           PIC X(1).
           05 LVY-LAST-RUN         PIC 9(8).
           05 LVY-ENTER-OPER       PIC X(4).
           05 LVY-RELEASE-OPER     PIC X(4).
