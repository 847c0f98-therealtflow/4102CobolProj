      *> Shared month-end snapshot layout for monthsnap.txt, keyed by
      *> statement period (YYYYMM) and account. MonthEndSnapshot
      *> writes one record per accounts.txt record at month end; a
      *> rerun for the same period replaces that period's records.
      *> MSN-OD-DRAWN: overdraft line in use - the balance below zero
      *> on a deposit account (zero on loans and on accounts in
      *> credit).
      *> MSN-CLOSE-DATE: ACCT-CLOSE-DATE as it stood (zero if open).
      *> MSN-SNAP-DATE: business date the snapshot was taken.
       01 MONTH-SNAPSHOT-REC.
           05 MSN-KEY.
               10 MSN-PERIOD      PIC 9(6).
               10 MSN-ACCOUNT-NUM PIC 9(5).
           05 MSN-TYPE        PIC X(1).
           05 MSN-STATUS      PIC X(1).
           05 MSN-BALANCE     PIC S9(9)V99.
           05 MSN-OD-DRAWN    PIC 9(9)V99.
           05 MSN-BRANCH      PIC X(3).
           05 MSN-CLOSE-DATE  PIC 9(8).
           05 MSN-SNAP-DATE   PIC 9(8).
