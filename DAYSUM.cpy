      *> Shared daily activity summary layout for daysum.txt, keyed
      *> by account and business date. Built each night by
      *> DailySummary from that day's translog.txt postings, and read
      *> by DailyProof, FraudMonitor, LargeCashReport and DormantSweep
      *> in place of the full transaction log. An account with no
      *> postings on a date has no record for that date.
      *> The proof fields count every posting: credits raise the
      *> balance, debits lower it, and balance-neutral postings
      *> (LOANINT, RVRSL-NT, OFCHKCSH, OFCHKPD) count only in
      *> DSM-POST-CNT. DSM-CLOSE-BALANCE is LOG-BALANCE from the
      *> account's last posting of the day.
      *> The monitoring fields leave out postings already reversed
      *> (LOG-STATUS R) when the day was summarized:
      *> DSM-CASH-IN / DSM-CASH-OUT: teller cash (LOG-TENDER C),
      *> out being WITHDRAW and ODADVNCE. DSM-CASH-NEAR-CNT counts
      *> cash items at or over the cashctl.dat structuring floor but
      *> under the reporting threshold.
      *> DSM-DEP-AMT / DSM-DEP-MAX: DEPOSIT and CLRCREDT postings and
      *> the largest of them, with its reference in DSM-DEP-MAX-REF.
      *> DSM-DRAIN-AMT: WITHDRAW, XFEROUT, EXTPMTDR, OFCHKDR and
      *> CLRDEBIT postings.
      *> DSM-NEAR-LIMIT-CNT: withdrawals from 90 percent of the
      *> txnctl.dat daily limit up to the limit.
      *> DSM-ACTIVITY-AMT: all amounts posted, whatever the type.
      *> DSM-CUST-ACT-CNT: customer-initiated postings, the ones that
      *> keep an account out of dormancy.
      *> DSM-BUILD-STAMP: date and time of the run that last built
      *> the record, so a rerun for the same day starts it afresh.
       01 DAILY-SUMMARY-REC.
           05 DSM-KEY.
               10 DSM-ACCOUNT-NUM PIC 9(5).
               10 DSM-DATE        PIC 9(8).
           05 DSM-POST-CNT       PIC 9(5).
           05 DSM-CREDIT-CNT     PIC 9(5).
           05 DSM-CREDIT-AMT     PIC 9(9)V99.
           05 DSM-DEBIT-CNT      PIC 9(5).
           05 DSM-DEBIT-AMT      PIC 9(9)V99.
           05 DSM-CLOSE-BALANCE  PIC S9(9)V99.
           05 DSM-CASH-IN-CNT    PIC 9(5).
           05 DSM-CASH-IN-AMT    PIC 9(9)V99.
           05 DSM-CASH-OUT-CNT   PIC 9(5).
           05 DSM-CASH-OUT-AMT   PIC 9(9)V99.
           05 DSM-CASH-NEAR-CNT  PIC 9(3).
           05 DSM-DEP-AMT        PIC 9(9)V99.
           05 DSM-DEP-MAX        PIC 9(7)V99.
           05 DSM-DEP-MAX-REF    PIC 9(9).
           05 DSM-DRAIN-AMT      PIC 9(9)V99.
           05 DSM-NEAR-LIMIT-CNT PIC 9(3).
           05 DSM-ACTIVITY-AMT   PIC 9(9)V99.
           05 DSM-CUST-ACT-CNT   PIC 9(5).
           05 DSM-BUILD-STAMP    PIC X(16).
