      *> Review register for the preview (no-post) mode of the
      *> month-end and nightly posting runs: InterestPoster,
      *> ServiceFeePoster, NsfNotices, CdMaturity and LoanBilling's
      *> late-charge run. A preview computes every posting the live
      *> run would make and lists it here instead; accounts.txt,
      *> translog.txt, refctl.dat and the run calendar are left as
      *> they were. Each run writes its own register file, replaced
      *> on every preview, ending with totals by transaction type
      *> and a line for the supervisor's sign-off.
      *> The caller fills PRV-ACCOUNT, PRV-TXN-TYPE, PRV-POST-AMOUNT
      *> and PRV-RULE (the rate or fee rule applied) for each posting.
       01 PRV-DETAIL-LINE.
           05 PRV-ACCOUNT  PIC 9(5).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 PRV-TXN-TYPE PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 PRV-AMOUNT   PIC Z(8)9.99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 PRV-RULE     PIC X(52).
       01 PRV-TOTAL-LINE.
           05 FILLER        PIC X(6) VALUE "TOTAL ".
           05 PRV-TOT-TYPE-OUT  PIC X(8).
           05 FILLER        PIC X(7) VALUE " ITEMS ".
           05 PRV-TOT-COUNT-OUT PIC ZZZZ9.
           05 FILLER        PIC X(8) VALUE " AMOUNT ".
           05 PRV-TOT-AMOUNT-OUT PIC Z(10)9.99.
       01 PRV-POST-AMOUNT PIC 9(9)V99 VALUE 0.
       01 PRV-HEAD-LINE PIC X(80).
       01 PRV-TYPE-COUNT PIC 9(2) VALUE 0.
       01 PRV-TYPE-IDX PIC 9(2).
       01 PRV-TYPE-FOUND PIC X VALUE 'N'.
       01 PRV-TYPE-TABLE.
           05 PRV-TYPE-ENTRY OCCURS 10 TIMES.
               10 PRV-TOT-TYPE   PIC X(8).
               10 PRV-TOT-COUNT  PIC 9(5).
               10 PRV-TOT-AMOUNT PIC 9(11)V99.
