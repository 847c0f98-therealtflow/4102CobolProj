       IDENTIFICATION DIVISION.
       PROGRAM-ID. DailySummary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LOG-ARCHIVE ASSIGN TO 'translogarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DAY-SUMMARY ASSIGN TO 'daysum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-KEY
               FILE STATUS IS WS-DSM-STATUS.
           SELECT DAY-TYPE-TOTALS ASSIGN TO 'daytype.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTT-KEY
               FILE STATUS IS WS-DTT-STATUS.
           SELECT XFER-SUMMARY ASSIGN TO 'xfersum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFS-KEY
               FILE STATUS IS WS-XFS-STATUS.
           SELECT SUMMARY-CONTROL ASSIGN TO 'daysumctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMCTL-STATUS.
           SELECT TXN-CONTROL ASSIGN TO 'txnctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCTL-STATUS.
           SELECT CASH-CONTROL ASSIGN TO 'cashctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHCTL-STATUS.
           SELECT EOD-STEP ASSIGN TO 'eodstep.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODSTEP-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

       FD DAY-SUMMARY.
       COPY "DAYSUM.cpy".

       FD DAY-TYPE-TOTALS.
       COPY "DAYTYPE.cpy".

       FD XFER-SUMMARY.
       COPY "XFERSUM.cpy".

      *> Business date the summaries were last built for. The
      *> programs that read daysum.txt refuse to run on a day the
      *> summary has not been built for, rather than report a quiet
      *> day that was not quiet.
       FD SUMMARY-CONTROL.
       01 SUMMARY-CONTROL-REC.
           05 CTL-SUMMARY-DATE PIC 9(8).

       FD TXN-CONTROL.
       01 TXN-CONTROL-REC.
           05 CTL-MIN-BALANCE PIC 9(7)V99.
           05 CTL-DAILY-LIMIT PIC 9(7)V99.

       FD CASH-CONTROL.
       01 CASH-CONTROL-REC.
           05 CTL-CASH-THRESHOLD PIC 9(7)V99.
           05 CTL-STRUCT-FLOOR   PIC 9(7)V99.

       FD EOD-STEP.
       COPY "EODSTEP.cpy".

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-DSM-STATUS PIC XX.
       01 WS-DTT-STATUS PIC XX.
       01 WS-XFS-STATUS PIC XX.
       01 WS-SUMCTL-STATUS PIC XX.
       01 WS-TXNCTL-STATUS PIC XX.
       01 WS-CASHCTL-STATUS PIC XX.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-LOG-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-BUILD-STAMP PIC X(16).
       01 WS-DAILY-LIMIT PIC 9(7)V99 VALUE 1000.
       01 WS-NEAR-FLOOR PIC 9(7)V99.
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-STRUCT-FLOOR PIC 9(7)V99 VALUE 8000.00.
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-POST-SIDE PIC X.
       01 WS-BRANCH-CODE PIC X(3).
      *> The XFEROUT leg waiting for its XFERIN; the two are always
      *> logged one after the other.
       01 WS-OUT-ACCT PIC 9(5) VALUE 0.
       01 WS-OUT-REF PIC 9(9) VALUE 0.
       01 WS-OUT-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-OUT-DATE PIC 9(8) VALUE 0.
       01 WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01 WS-XFER-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Daily Account Activity Summary"
           PERFORM CHECK-AUTO-STEP
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-MODE TO WS-RUN-MODE
           ELSE
               DISPLAY "1. Summarize today's postings"
               DISPLAY "2. Rebuild all summaries from the archive "
                   "and the live log"
               ACCEPT WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE = 0
               MOVE 1 TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE NOT = 1 AND WS-RUN-MODE NOT = 2
               DISPLAY "Invalid choice."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-TXN-CONTROL
           PERFORM READ-CASH-CONTROL
           COMPUTE WS-NEAR-FLOOR ROUNDED = WS-DAILY-LIMIT * 0.90
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-BUILD-STAMP
           IF WS-RUN-MODE = 2
               OPEN OUTPUT DAY-SUMMARY
               CLOSE DAY-SUMMARY
               OPEN OUTPUT DAY-TYPE-TOTALS
               CLOSE DAY-TYPE-TOTALS
               OPEN OUTPUT XFER-SUMMARY
               CLOSE XFER-SUMMARY
           END-IF
           PERFORM ENSURE-FILES-EXIST
           OPEN I-O DAY-SUMMARY
           OPEN I-O DAY-TYPE-TOTALS
           OPEN I-O XFER-SUMMARY
           IF WS-RUN-MODE = 2
               PERFORM SUMMARIZE-ARCHIVE
           END-IF
           PERFORM SUMMARIZE-LIVE-LOG
           CLOSE DAY-SUMMARY
           CLOSE DAY-TYPE-TOTALS
           CLOSE XFER-SUMMARY
           OPEN OUTPUT SUMMARY-CONTROL
           MOVE WS-TODAY TO CTL-SUMMARY-DATE
           WRITE SUMMARY-CONTROL-REC
           CLOSE SUMMARY-CONTROL
           DISPLAY "Postings summarized : " WS-POSTING-COUNT
           DISPLAY "Transfers recorded  : " WS-XFER-COUNT
           DISPLAY "Summary built for " WS-TODAY
           GOBACK.

       CHECK-AUTO-STEP.
           MOVE 'N' TO WS-AUTO-MODE
           OPEN INPUT EOD-STEP
           IF WS-EODSTEP-STATUS NOT = "35"
               READ EOD-STEP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EOD-STEP-PROGRAM = "DailySummary"
                           MOVE 'Y' TO WS-AUTO-MODE
                       END-IF
               END-READ
               CLOSE EOD-STEP
           END-IF.

      *> Postings carry the bank business date from bizdate.dat, not
      *> the wall clock, so a catch-up run still posts to the right
      *> day. A missing bizdate.dat falls back to the system date.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZDATE-STATUS = "35"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ELSE
               READ BUSINESS-DATE-FILE
               MOVE CTL-BUSINESS-DATE TO WS-TODAY
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-TXN-CONTROL.
           OPEN INPUT TXN-CONTROL
           IF WS-TXNCTL-STATUS = "35"
               DISPLAY "No txnctl.dat found - using default limits"
           ELSE
               READ TXN-CONTROL
               MOVE CTL-DAILY-LIMIT TO WS-DAILY-LIMIT
               CLOSE TXN-CONTROL
           END-IF.

       READ-CASH-CONTROL.
           OPEN INPUT CASH-CONTROL
           IF WS-CASHCTL-STATUS = "35"
               DISPLAY "No cashctl.dat found - using default "
                   "threshold " WS-THRESHOLD
           ELSE
               READ CASH-CONTROL
               MOVE CTL-CASH-THRESHOLD TO WS-THRESHOLD
               MOVE CTL-STRUCT-FLOOR TO WS-STRUCT-FLOOR
               CLOSE CASH-CONTROL
           END-IF.

       ENSURE-FILES-EXIST.
           OPEN INPUT DAY-SUMMARY
           IF WS-DSM-STATUS = "35"
               OPEN OUTPUT DAY-SUMMARY
           END-IF
           CLOSE DAY-SUMMARY
           OPEN INPUT DAY-TYPE-TOTALS
           IF WS-DTT-STATUS = "35"
               OPEN OUTPUT DAY-TYPE-TOTALS
           END-IF
           CLOSE DAY-TYPE-TOTALS
           OPEN INPUT XFER-SUMMARY
           IF WS-XFS-STATUS = "35"
               OPEN OUTPUT XFER-SUMMARY
           END-IF
           CLOSE XFER-SUMMARY.

      *> Rebuild only: every date still held in the archive.
       SUMMARIZE-ARCHIVE.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT LOG-ARCHIVE
           IF WS-ARCH-STATUS = "35"
               MOVE 'Y' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ LOG-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       MOVE LOG-ARCHIVE-REC TO TRANSACTION-LOG-REC
                       PERFORM SUMMARIZE-ONE-POSTING
               END-READ
           END-PERFORM
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE LOG-ARCHIVE
           END-IF.

      *> The nightly run takes only the business date's postings; a
      *> rebuild takes every date in the live log.
       SUMMARIZE-LIVE-LOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               MOVE 'Y' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ TRANSACTION-LOG
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF WS-RUN-MODE = 2 OR LOG-DATE = WS-TODAY
                           PERFORM SUMMARIZE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG
           END-IF.

       SUMMARIZE-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           PERFORM CLASSIFY-POSTING
           PERFORM ADD-TO-ACCOUNT-SUMMARY
           PERFORM ADD-TO-TYPE-TOTALS
           PERFORM NOTE-TRANSFER-LEG.

      *> D = lowers the balance, N = balance-neutral, C = raises it.
      *> The same lists as the GL extract and the statement.
       CLASSIFY-POSTING.
           IF LOG-TXN-TYPE = "WITHDRAW"
               OR LOG-TXN-TYPE = "XFEROUT"
               OR LOG-TXN-TYPE = "ODSWPOUT"
               OR LOG-TXN-TYPE = "RVRSL-DR"
               OR LOG-TXN-TYPE = "CLRDEBIT"
               OR LOG-TXN-TYPE = "STORDOUT"
               OR LOG-TXN-TYPE = "SERVFEE"
               OR LOG-TXN-TYPE = "NSFFEE"
               OR LOG-TXN-TYPE = "CDPAYOUT"
               OR LOG-TXN-TYPE = "CDPENLTY"
               OR LOG-TXN-TYPE = "LOANPRIN"
               OR LOG-TXN-TYPE = "EXTPMTDR"
               OR LOG-TXN-TYPE = "ODADVNCE"
               OR LOG-TXN-TYPE = "ODINTCHG"
               OR LOG-TXN-TYPE = "ESCHEAT"
               OR LOG-TXN-TYPE = "OFCHKDR"
               OR LOG-TXN-TYPE = "DSPRVRSL"
               OR LOG-TXN-TYPE = "LEVYFEE"
               OR LOG-TXN-TYPE = "LEVYPMT"
               MOVE 'D' TO WS-POST-SIDE
           ELSE IF LOG-TXN-TYPE = "LOANINT"
               OR LOG-TXN-TYPE = "RVRSL-NT"
               OR LOG-TXN-TYPE = "OFCHKCSH"
               OR LOG-TXN-TYPE = "OFCHKPD"
               OR LOG-TXN-TYPE = "DSPFINAL"
               MOVE 'N' TO WS-POST-SIDE
           ELSE
               MOVE 'C' TO WS-POST-SIDE
           END-IF.

       ADD-TO-ACCOUNT-SUMMARY.
           MOVE LOG-ACCOUNT-NUM TO DSM-ACCOUNT-NUM
           MOVE LOG-DATE TO DSM-DATE
           READ DAY-SUMMARY
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'N' OR DSM-BUILD-STAMP NOT = WS-BUILD-STAMP
               PERFORM CLEAR-ACCOUNT-SUMMARY
           END-IF
           ADD 1 TO DSM-POST-CNT
           IF WS-POST-SIDE = 'D'
               ADD 1 TO DSM-DEBIT-CNT
               ADD LOG-AMOUNT TO DSM-DEBIT-AMT
           END-IF
           IF WS-POST-SIDE = 'C'
               ADD 1 TO DSM-CREDIT-CNT
               ADD LOG-AMOUNT TO DSM-CREDIT-AMT
           END-IF
           MOVE LOG-BALANCE TO DSM-CLOSE-BALANCE
           IF LOG-STATUS NOT = 'R'
               PERFORM ADD-MONITORING-FIELDS
           END-IF
           IF WS-FOUND = 'Y'
               REWRITE DAILY-SUMMARY-REC
           ELSE
               WRITE DAILY-SUMMARY-REC
           END-IF.

      *> First posting for the account and date in this run - a rerun
      *> for the same day starts the record again from nothing.
       CLEAR-ACCOUNT-SUMMARY.
           MOVE LOG-ACCOUNT-NUM TO DSM-ACCOUNT-NUM
           MOVE LOG-DATE TO DSM-DATE
           MOVE 0 TO DSM-POST-CNT
           MOVE 0 TO DSM-CREDIT-CNT
           MOVE 0 TO DSM-CREDIT-AMT
           MOVE 0 TO DSM-DEBIT-CNT
           MOVE 0 TO DSM-DEBIT-AMT
           MOVE 0 TO DSM-CLOSE-BALANCE
           MOVE 0 TO DSM-CASH-IN-CNT
           MOVE 0 TO DSM-CASH-IN-AMT
           MOVE 0 TO DSM-CASH-OUT-CNT
           MOVE 0 TO DSM-CASH-OUT-AMT
           MOVE 0 TO DSM-CASH-NEAR-CNT
           MOVE 0 TO DSM-DEP-AMT
           MOVE 0 TO DSM-DEP-MAX
           MOVE 0 TO DSM-DEP-MAX-REF
           MOVE 0 TO DSM-DRAIN-AMT
           MOVE 0 TO DSM-NEAR-LIMIT-CNT
           MOVE 0 TO DSM-ACTIVITY-AMT
           MOVE 0 TO DSM-CUST-ACT-CNT
           MOVE WS-BUILD-STAMP TO DSM-BUILD-STAMP.

       ADD-MONITORING-FIELDS.
           ADD LOG-AMOUNT TO DSM-ACTIVITY-AMT
           IF LOG-TENDER = 'C'
               IF LOG-TXN-TYPE = "WITHDRAW"
                   OR LOG-TXN-TYPE = "ODADVNCE"
                   ADD 1 TO DSM-CASH-OUT-CNT
                   ADD LOG-AMOUNT TO DSM-CASH-OUT-AMT
               ELSE
                   ADD 1 TO DSM-CASH-IN-CNT
                   ADD LOG-AMOUNT TO DSM-CASH-IN-AMT
               END-IF
               IF LOG-AMOUNT >= WS-STRUCT-FLOOR
                   AND LOG-AMOUNT < WS-THRESHOLD
                   ADD 1 TO DSM-CASH-NEAR-CNT
               END-IF
           END-IF
           IF LOG-TXN-TYPE = "DEPOSIT" OR LOG-TXN-TYPE = "CLRCREDT"
               ADD LOG-AMOUNT TO DSM-DEP-AMT
               IF LOG-AMOUNT > DSM-DEP-MAX
                   MOVE LOG-AMOUNT TO DSM-DEP-MAX
                   MOVE LOG-REF-NUM TO DSM-DEP-MAX-REF
               END-IF
           END-IF
           IF LOG-TXN-TYPE = "WITHDRAW"
               OR LOG-TXN-TYPE = "XFEROUT"
               OR LOG-TXN-TYPE = "EXTPMTDR"
               OR LOG-TXN-TYPE = "OFCHKDR"
               OR LOG-TXN-TYPE = "CLRDEBIT"
               ADD LOG-AMOUNT TO DSM-DRAIN-AMT
           END-IF
           IF LOG-TXN-TYPE = "WITHDRAW"
               AND LOG-AMOUNT >= WS-NEAR-FLOOR
               AND LOG-AMOUNT <= WS-DAILY-LIMIT
               ADD 1 TO DSM-NEAR-LIMIT-CNT
           END-IF
           IF LOG-TXN-TYPE = "WITHDRAW"
               OR LOG-TXN-TYPE = "DEPOSIT"
               OR LOG-TXN-TYPE = "XFEROUT"
               OR LOG-TXN-TYPE = "XFERIN"
               OR LOG-TXN-TYPE = "STORDOUT"
               OR LOG-TXN-TYPE = "STORDIN"
               OR LOG-TXN-TYPE = "CLRDEBIT"
               OR LOG-TXN-TYPE = "CLRCREDT"
               OR LOG-TXN-TYPE = "LOANPRIN"
               OR LOG-TXN-TYPE = "LOANINT"
               OR LOG-TXN-TYPE = "EXTPMTDR"
               OR LOG-TXN-TYPE = "OFCHKDR"
               OR LOG-TXN-TYPE = "OFCHKCSH"
               ADD 1 TO DSM-CUST-ACT-CNT
           END-IF.

       ADD-TO-TYPE-TOTALS.
           MOVE LOG-BRANCH TO WS-BRANCH-CODE
           IF WS-BRANCH-CODE = SPACES
               MOVE "001" TO WS-BRANCH-CODE
           END-IF
           MOVE LOG-DATE TO DTT-DATE
           MOVE LOG-TXN-TYPE TO DTT-TXN-TYPE
           MOVE WS-BRANCH-CODE TO DTT-BRANCH
           READ DAY-TYPE-TOTALS
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'N' OR DTT-BUILD-STAMP NOT = WS-BUILD-STAMP
               MOVE LOG-DATE TO DTT-DATE
               MOVE LOG-TXN-TYPE TO DTT-TXN-TYPE
               MOVE WS-BRANCH-CODE TO DTT-BRANCH
               MOVE 0 TO DTT-COUNT
               MOVE 0 TO DTT-AMOUNT
               MOVE WS-BUILD-STAMP TO DTT-BUILD-STAMP
           END-IF
           ADD 1 TO DTT-COUNT
           ADD LOG-AMOUNT TO DTT-AMOUNT
           IF WS-FOUND = 'Y'
               REWRITE DAILY-TYPE-TOTAL-REC
           ELSE
               WRITE DAILY-TYPE-TOTAL-REC
           END-IF.

      *> A rerun meets transfers it recorded before; the duplicate
      *> key is simply skipped.
       NOTE-TRANSFER-LEG.
           IF LOG-TXN-TYPE = "XFEROUT"
               IF LOG-STATUS = 'R'
                   MOVE 0 TO WS-OUT-REF
               ELSE
                   MOVE LOG-ACCOUNT-NUM TO WS-OUT-ACCT
                   MOVE LOG-REF-NUM TO WS-OUT-REF
                   MOVE LOG-AMOUNT TO WS-OUT-AMOUNT
                   MOVE LOG-DATE TO WS-OUT-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LOG-TXN-TYPE = "XFERIN"
               AND LOG-STATUS NOT = 'R'
               AND WS-OUT-REF > 0
               AND LOG-XREF-NUM = WS-OUT-REF
               MOVE WS-OUT-ACCT TO XFS-FROM-ACCT
               MOVE LOG-ACCOUNT-NUM TO XFS-TO-ACCT
               MOVE WS-OUT-REF TO XFS-REF
               MOVE WS-OUT-DATE TO XFS-DATE
               MOVE WS-OUT-AMOUNT TO XFS-AMOUNT
               MOVE LOG-REF-NUM TO XFS-IN-REF
               WRITE XFER-SUMMARY-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-XFER-COUNT
               END-WRITE
           END-IF
           MOVE 0 TO WS-OUT-REF.
       END PROGRAM DailySummary.
