      *> Shared closed-account owner history layout for
      *> closedowners.txt: the acctowners.txt rows (OWNERREC.cpy) of
      *> the accounts ClosedAccountPurge moved to closedacct.txt, one
      *> per owner per account, with the business date of the purge.
       01 CLOSED-OWNER-REC.
           05 CLO-ACCOUNT-NUM  PIC 9(5).
           05 CLO-CUSTOMER-NUM PIC 9(5).
           05 CLO-PRIMARY      PIC X(1).
           05 CLO-PURGE-DATE   PIC 9(8).
