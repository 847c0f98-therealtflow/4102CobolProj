      *> and ACCT-RENEW-INSTR says what the maturity run does:
      *> R = renew for another term, P = pay out to the linked
      *> account and close.
      *> ACCT-BRANCH: home branch the account is domiciled at;
      *> spaces on accounts opened before branches were carried
      *> count as the main office, 001.
      *> ACCT-CLOSE-DATE: business date the account was closed; zero
      *> while it is open. Accounts closed before the date was kept
      *> carry zero until ClosedAccountPurge first sees them and
      *> starts their retention from that day.
       01 ACCOUNT-FILE.
           05 ACCOUNT-NUM     PIC 9(5).
           05 NAME            PIC X(30).
           05 ACCT-PMT-AMOUNT    PIC 9(7)V99.
           05 ACCT-PMT-DUE-DATE  PIC 9(8).
           05 ACCT-OD-LIMIT      PIC 9(7)V99.
           05 ACCT-BRANCH        PIC X(3).
           05 ACCT-CLOSE-DATE    PIC 9(8).
