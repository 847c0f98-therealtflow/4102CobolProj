      *> Shared closed-account history layout for closedacct.txt,
      *> keyed by account number. ClosedAccountPurge moves a closed
      *> account here, whole, once it has been closed longer than the
      *> purgectl.dat retention period with nothing left open against
      *> it. CLA-ACCOUNT-IMAGE is the accounts.txt record exactly as
      *> it stood (ACCTREC.cpy layout), so a reader can move it back
      *> into ACCOUNT-FILE and use the usual field names.
      *> CLA-PURGE-DATE: business date of the purge run.
       01 CLOSED-ACCOUNT-REC.
           05 CLA-ACCOUNT-NUM   PIC 9(5).
           05 CLA-PURGE-DATE    PIC 9(8).
           05 CLA-ACCOUNT-IMAGE PIC X(130).
