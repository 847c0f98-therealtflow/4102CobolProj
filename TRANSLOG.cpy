      *> LOG-TRACE: external source trace - the clearing partner's
      *> trace number on CLRDEBIT/CLRCREDT, our generated trace on
      *> outbound payments, spaces otherwise.
      *> LOG-BRANCH: branch the posting belongs to - the signed-on
      *> operator's branch for counter work, the account's home
      *> branch for batch postings. Spaces on postings written
      *> before branches were carried count as 001, the main office.
       01 TRANSACTION-LOG-REC.
           05 LOG-ACCOUNT-NUM PIC 9(5).
           05 LOG-TXN-TYPE    PIC X(8).
           05 LOG-OPERATOR    PIC X(4).
           05 LOG-DESC        PIC X(30).
           05 LOG-TRACE       PIC X(15).
           05 LOG-BRANCH      PIC X(3).
