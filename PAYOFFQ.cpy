      *> Shared payoff-quote register layout for payoffreg.txt.
      *> One record per quote issued by LoanBilling, never rewritten.
      *> transactions.cbl accepts a payoff only against a quote that
      *> is still good (PQ-GOOD-THRU not before the business date)
      *> and whose PQ-PRINCIPAL still equals the loan balance; the
      *> latest such quote for the account is the one honored.
      *> PQ-INT-FROM is the date of the last LOANINT/LOANPRIN posting
      *> (or the disbursement) that interest accrues from, and
      *> PQ-INTEREST is PQ-PER-DIEM times the days from there to the
      *> good-through date.
       01 PAYOFF-QUOTE-REC.
           05 PQ-ACCOUNT-NUM PIC 9(5).
           05 PQ-QUOTE-DATE  PIC 9(8).
           05 PQ-GOOD-THRU   PIC 9(8).
           05 PQ-INT-FROM    PIC 9(8).
           05 PQ-PRINCIPAL   PIC 9(9)V99.
           05 PQ-PER-DIEM    PIC 9(5)V9(5).
           05 PQ-INTEREST    PIC 9(7)V99.
           05 PQ-PAYOFF-AMT  PIC 9(9)V99.
           05 PQ-OPERATOR    PIC X(4).
