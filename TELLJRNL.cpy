      *> Teller electronic journal layout for tellerjnl.txt. One
      *> record per posting made at the counter, written by
      *> transactions.cbl when the customer's receipt is printed and
      *> read by TellerJournalInquiry. TJ-SESSION is the wall-clock
      *> stamp of the teller's sign-on, so one sign-on's work can be
      *> replayed in order. TJ-RUN-MODE/TJ-OPTION are the menu
      *> choices taken (TJ-OPTION 0 = no teller option, e.g. an
      *> official check). TJ-BALANCE and TJ-AVAILABLE are the ledger
      *> and available balances shown after the posting; TJ-OVR-TYPE
      *> and TJ-OVR-SUPERVISOR name any supervisor override taken
      *> for the transaction (spaces = none).
       01 TELLER-JOURNAL-REC.
           05 TJ-SESSION         PIC X(14).
           05 TJ-OPERATOR        PIC X(4).
           05 TJ-BRANCH          PIC X(3).
           05 TJ-BUS-DATE        PIC 9(8).
           05 TJ-CLOCK-DATE      PIC 9(8).
           05 TJ-CLOCK-TIME      PIC 9(8).
           05 TJ-RUN-MODE        PIC 9(1).
           05 TJ-OPTION          PIC 9(1).
           05 TJ-ACCOUNT-NUM     PIC 9(5).
           05 TJ-TXN-TYPE        PIC X(8).
           05 TJ-AMOUNT          PIC 9(7)V99.
           05 TJ-TENDER          PIC X(1).
           05 TJ-REF-NUM         PIC 9(9).
           05 TJ-XREF-NUM        PIC 9(9).
           05 TJ-BALANCE         PIC S9(9)V99.
           05 TJ-AVAILABLE       PIC S9(9)V99.
           05 TJ-OVR-TYPE        PIC X(8).
           05 TJ-OVR-SUPERVISOR  PIC X(4).
