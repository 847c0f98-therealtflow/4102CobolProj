      *> Shared daily type totals layout for daytype.txt, keyed by
      *> business date, transaction type and the branch that took
      *> the posting (LOG-BRANCH, spaces stored as 001). Built by
      *> DailySummary alongside daysum.txt; DailyProof reads a day's
      *> records in key order for its activity-by-type and
      *> postings-taken-by-branch sections. Every posting counts,
      *> reversed or not, as on the proof sheet.
      *> DTT-BUILD-STAMP: as DSM-BUILD-STAMP in DAYSUM.cpy.
       01 DAILY-TYPE-TOTAL-REC.
           05 DTT-KEY.
               10 DTT-DATE     PIC 9(8).
               10 DTT-TXN-TYPE PIC X(8).
               10 DTT-BRANCH   PIC X(3).
           05 DTT-COUNT       PIC 9(7).
           05 DTT-AMOUNT      PIC 9(11)V99.
           05 DTT-BUILD-STAMP PIC X(16).
