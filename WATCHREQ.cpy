      *> Request block for the WatchScreen subprogram
      *> (watchscreen.cbl). Callers fill the block and
      *> CALL 'WatchScreen' USING WLS-REQUEST before a customer is
      *> created or money moves.
      *> WLS-SOURCE: ACCTOPEN = new customer, EXTPMT = teller payment
      *> to another bank, STORDER = standing order to another bank,
      *> CLRCREDT = incoming clearing credit, LEVY = creditor paid
      *> from a garnishment or tax levy (WLS-SOURCE-REF is the
      *> order number, cut to ten characters).
      *> WLS-NAME is the name screened - the new customer, the payee
      *> or the credited account holder. The remaining fields are
      *> what ComplianceReview needs to complete the item if it is
      *> released; zero or spaces where they do not apply.
      *> WLS-RESULT: Y = clear, go ahead; H = watch-list hit, the
      *> item is queued as WLS-ITEM-NUM in screenq.txt and must not
      *> post or send.
       01 WLS-REQUEST.
           05 WLS-SOURCE      PIC X(8).
           05 WLS-NAME        PIC X(30).
           05 WLS-ACCOUNT-NUM PIC 9(5).
           05 WLS-AMOUNT      PIC 9(7)V99.
           05 WLS-ROUTING     PIC 9(9).
           05 WLS-EXT-ACCOUNT PIC 9(5).
           05 WLS-TRACE       PIC X(15).
           05 WLS-SOURCE-REF  PIC X(10).
           05 WLS-DC-CODE     PIC X(1).
           05 WLS-OPERATOR    PIC X(4).
           05 WLS-DATE        PIC 9(8).
           05 WLS-RESULT      PIC X(1).
           05 WLS-ITEM-NUM    PIC 9(7).
           05 WLS-ENTRY-ID    PIC X(10).
           05 WLS-LIST-NAME   PIC X(40).
           05 WLS-MESSAGE     PIC X(60).
