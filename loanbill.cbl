               RECORD KEY IS CUST-NUM
               FILE STATUS IS WS-CUST-STATUS.
           SELECT LOAN-NOTICES ASSIGN TO 'loannotices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT LOAN-AGING-REPORT ASSIGN TO 'loanaging.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REF-CONTROL ASSIGN TO 'refctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFCTL-STATUS.
           SELECT LATE-CONTROL ASSIGN TO 'latectl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATECTL-STATUS.
           SELECT LATE-FEE-REGISTER ASSIGN TO 'latefees.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATEREG-STATUS.
           SELECT COLLECTION-HISTORY ASSIGN TO 'collhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLHIST-STATUS.
           SELECT COLLECTION-LETTERS ASSIGN TO 'collletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLLTR-STATUS.
           SELECT LOG-ARCHIVE ASSIGN TO 'translogarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PAYOFF-QUOTES ASSIGN TO 'payoffreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT PAYOFF-LETTERS ASSIGN TO 'payoffletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLTR-STATUS.
           SELECT AMORT-SCHEDULE ASSIGN TO 'amortsched.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOD-STEP ASSIGN TO 'eodstep.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODSTEP-STATUS.
           SELECT PREVIEW-REGISTER ASSIGN TO 'latepreview.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.
       FD LOAN-AGING-REPORT.
       01 LOAN-AGING-LINE PIC X(80).

       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

       FD REF-CONTROL.
       01 REF-CONTROL-REC.
           05 CTL-LAST-REF-NUM PIC 9(9).

      *> Late-charge terms. CTL-FEE-METHOD: F = flat CTL-FLAT-FEE per
      *> missed installment, P = CTL-FEE-PERCENT of ACCT-PMT-AMOUNT.
      *> An installment is late once it is more than CTL-GRACE-DAYS
      *> calendar days past its due date.
       FD LATE-CONTROL.
       01 LATE-CONTROL-REC.
           05 CTL-GRACE-DAYS  PIC 9(3).
           05 CTL-FEE-METHOD  PIC X(1).
           05 CTL-FLAT-FEE    PIC 9(5)V99.
           05 CTL-FEE-PERCENT PIC 9(3)V99.

      *> One record per installment charged, never rewritten. The
      *> account and installment due date together are the rerun
      *> guard: an installment found here is never charged again.
       FD LATE-FEE-REGISTER.
       01 LATE-FEE-REC.
           05 LF-ACCOUNT-NUM  PIC 9(5).
           05 LF-DUE-DATE     PIC 9(8).
           05 LF-AMOUNT       PIC 9(5)V99.
           05 LF-ASSESS-DATE  PIC 9(8).
           05 LF-REF-NUM      PIC 9(9).

      *> One record per collection letter sent. A delinquency is
      *> known by the oldest unpaid due date; COL-STAGE 1-4 is the
      *> 15/30/60/90-day letter, so each stage goes out only once
      *> per delinquency however often the run repeats.
       FD COLLECTION-HISTORY.
       01 COLLECTION-HIST-REC.
           05 COL-ACCOUNT-NUM PIC 9(5).
           05 COL-DUE-DATE    PIC 9(8).
           05 COL-STAGE       PIC 9(1).
           05 COL-SENT-DATE   PIC 9(8).

       FD COLLECTION-LETTERS.
       01 COLLECTION-LETTER-LINE PIC X(80).

       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

       FD PAYOFF-QUOTES.
       COPY "PAYOFFQ.cpy".

       FD PAYOFF-LETTERS.
       01 PAYOFF-LETTER-LINE PIC X(80).

       FD AMORT-SCHEDULE.
       01 AMORT-SCHEDULE-LINE PIC X(80).

       FD EOD-STEP.
       COPY "EODSTEP.cpy".

      *> Review register written by a preview run instead of posting.
       FD PREVIEW-REGISTER.
       01 PREVIEW-REGISTER-LINE PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).
       01 WS-AMT-DISPLAY PIC Z(8)9.99.
       01 WS-PMT-DISPLAY PIC Z(6)9.99.
       01 WS-DAYS-DISPLAY PIC ZZZZ9.
       01 WS-LOG-STATUS PIC XX.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-LATECTL-STATUS PIC XX.
       01 WS-LATEREG-STATUS PIC XX.
       01 WS-COLLHIST-STATUS PIC XX.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-GRACE-DAYS PIC 9(3) VALUE 15.
       01 WS-FEE-METHOD PIC X(1) VALUE 'F'.
       01 WS-FLAT-FEE PIC 9(5)V99 VALUE 25.00.
       01 WS-FEE-PERCENT PIC 9(3)V99 VALUE 5.00.
       01 WS-LATE-FEE PIC 9(5)V99 VALUE 0.
       01 WS-INST-DATE PIC 9(8).
       01 WS-INST-DAYS PIC S9(7).
       01 WS-INST-COUNT PIC 9(3) VALUE 0.
       01 WS-DUE-MONTHS PIC 9(6).
       01 WS-DUE-YEAR PIC 9(4).
       01 WS-DUE-MONTH PIC 9(2).
       01 WS-DUE-DAY PIC 9(2).
       01 WS-FEE-FOUND PIC X VALUE 'N'.
       01 WS-FOUND-FEE-AMT PIC 9(5)V99 VALUE 0.
       01 WS-LATE-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-PAST-DUE-AMT PIC 9(9)V99 VALUE 0.
       01 WS-STAGE PIC 9(1) VALUE 0.
       01 WS-LAST-STAGE PIC 9(1) VALUE 0.
       01 WS-FEE-COUNT PIC 9(5) VALUE 0.
       01 WS-FEE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-STAGE-COUNTS.
           05 WS-STAGE-CNT OCCURS 4 TIMES PIC 9(5) VALUE 0.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-ROLE PIC X(1).
       01 WS-SUP-ID PIC X(4).
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-FORCE-REPLY PIC X.
       01 WS-RUN-OK PIC X VALUE 'N'.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-QUOTE-STATUS PIC XX.
       01 WS-PAYLTR-STATUS PIC XX.
       01 WS-NOTICE-STATUS PIC XX.
       01 WS-COLLLTR-STATUS PIC XX.
       01 WS-LOAN-NUM PIC 9(5).
       01 WS-GOOD-THRU PIC 9(8).
       01 WS-INT-FROM PIC 9(8).
       01 WS-ACCRUE-DAYS PIC S9(5).
       01 WS-PER-DIEM PIC 9(5)V9(5).
       01 WS-QUOTE-INT PIC 9(7)V99.
       01 WS-PAYOFF-AMT PIC 9(9)V99.
       01 WS-PERDIEM-DISPLAY PIC Z(4)9.99999.
       01 WS-AM-BAL PIC 9(9)V99.
       01 WS-AM-INT PIC 9(7)V99.
       01 WS-AM-PRIN PIC 9(9)V99.
       01 WS-AM-PMT PIC 9(9)V99.
       01 WS-AM-NUM PIC 9(3) VALUE 0.
       01 WS-AM-TOTAL-INT PIC 9(9)V99 VALUE 0.
       01 WS-AM-NUM-DISPLAY PIC ZZ9.
       01 WS-AM-INT-DISPLAY PIC Z(6)9.99.
       01 WS-AM-PRIN-DISPLAY PIC Z(8)9.99.
       01 WS-AM-STOP PIC X VALUE 'N'.
       01 WS-RATE-DISPLAY PIC ZZ9.99.
       01 WS-PREVIEW PIC X VALUE 'N'.
       01 WS-FEE-DISPLAY PIC ZZZZ9.99.
       COPY "RUNCTL.cpy".
       COPY "SIGNON.cpy".
       COPY "MAILHDR.cpy".
       COPY "PREVIEW.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Loan Billing and Delinquency Facility"
           PERFORM CHECK-AUTO-STEP
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-MODE TO WS-RUN-MODE
           ELSE
               DISPLAY "1. Monthly billing run (payment-due notices)"
               DISPLAY "2. Delinquency aging report"
               DISPLAY "3. Late-charge and collection run (nightly)"
               DISPLAY "4. Payoff quote"
               DISPLAY "5. Amortization schedule"
               DISPLAY "6. Late-charge preview (nothing posted)"
               ACCEPT WS-RUN-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-MODE = 2
               PERFORM AGING-REPORT
           ELSE IF WS-RUN-MODE = 3
               PERFORM LATE-CHARGE-RUN
           ELSE IF WS-RUN-MODE = 4
               PERFORM PAYOFF-QUOTE
           ELSE IF WS-RUN-MODE = 5
               PERFORM AMORTIZATION-SCHEDULE
           ELSE IF WS-RUN-MODE = 6
               MOVE 'Y' TO WS-PREVIEW
               PERFORM LATE-CHARGE-RUN
           ELSE
               PERFORM BILLING-RUN
           END-IF.
           GOBACK.

       CHECK-AUTO-STEP.
           MOVE 'N' TO WS-AUTO-MODE
           OPEN INPUT EOD-STEP
           IF WS-EODSTEP-STATUS NOT = "35"
               READ EOD-STEP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EOD-STEP-PROGRAM = "LoanBilling"
                           MOVE 'Y' TO WS-AUTO-MODE
                       END-IF
               END-READ
               CLOSE EOD-STEP
           END-IF.

      *> Postings carry the bank business date from bizdate.dat, not
      *> the wall clock, so a catch-up run still posts to the right
      *> day. A missing bizdate.dat falls back to the system date.
               ELSE
                   MOVE 'Y' TO WS-CUST-OPEN
               END-IF
               OPEN EXTEND LOAN-NOTICES
               IF WS-NOTICE-STATUS = "35"
                   OPEN OUTPUT LOAN-NOTICES
               END-IF
               MOVE 'N' TO WS-EOF
               MOVE 0 TO ACCOUNT-NUM
               START ACCOUNT KEY IS NOT LESS THAN ACCOUNT-NUM
       WRITE-BILLING-NOTICE.
           PERFORM GET-HOLDER-NAME
           ADD 1 TO WS-NOTICE-COUNT
           MOVE ACCOUNT-NUM TO MPH-ACCOUNT-NUM
           MOVE 0 TO MPH-CUST-NUM
           WRITE LOAN-NOTICE-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAYMENT DUE NOTICE - LOAN " DELIMITED BY SIZE
               ACCOUNT-NUM DELIMITED BY SIZE
               MOVE 3 TO WS-BUCKET-IDX
           ELSE
               MOVE 4 TO WS-BUCKET-IDX
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
           ADD ACCOUNT-BALANCE TO WS-BUCKET-TOTAL(WS-BUCKET-IDX)
           PERFORM GET-HOLDER-NAME

       WRITE-AGING-LINE.
           WRITE LOAN-AGING-LINE FROM WS-RPT-LINE.

      *> Nightly: every open loan whose oldest unpaid installment is
      *> past due is charged a late fee for each installment beyond
      *> the grace period that latefees.txt does not already show,
      *> and gets the collection letter for the stage it has
      *> reached if that stage has not gone out yet.
       LATE-CHARGE-RUN.
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-OPERATOR TO WS-OPER-ID
           ELSE
               PERFORM OPERATOR-SIGN-ON
           END-IF
           IF WS-PREVIEW NOT = 'Y'
               MOVE "LATECHRG" TO RC-JOB-NAME
               PERFORM CHECK-RUN-CONTROL
               IF WS-RUN-OK NOT = 'Y'
                   IF WS-AUTO-MODE = 'Y'
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM READ-LATE-CONTROL
           IF WS-PREVIEW = 'Y'
               PERFORM OPEN-PREVIEW-REGISTER
               OPEN INPUT ACCOUNT
           ELSE
               OPEN I-O ACCOUNT
           END-IF
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to charge"
           ELSE
               OPEN INPUT CUSTOMER
               IF WS-CUST-STATUS = "35"
                   MOVE 'N' TO WS-CUST-OPEN
               ELSE
                   MOVE 'Y' TO WS-CUST-OPEN
               END-IF
               IF WS-PREVIEW NOT = 'Y'
                   OPEN EXTEND COLLECTION-LETTERS
                   IF WS-COLLLTR-STATUS = "35"
                       OPEN OUTPUT COLLECTION-LETTERS
                   END-IF
               END-IF
               MOVE 'N' TO WS-EOF
               MOVE 0 TO ACCOUNT-NUM
               START ACCOUNT KEY IS NOT LESS THAN ACCOUNT-NUM
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNT NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ACCOUNT-TYPE = 'L'
                               AND ACCOUNT-STATUS = 'O'
                               AND ACCOUNT-BALANCE > 0
                               AND ACCT-PMT-DUE-DATE > 0
                               AND ACCT-PMT-DUE-DATE < WS-TODAY
                               PERFORM WORK-DELINQUENT-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PREVIEW NOT = 'Y'
                   CLOSE COLLECTION-LETTERS
               END-IF
               IF WS-CUST-OPEN = 'Y'
                   CLOSE CUSTOMER
               END-IF
               CLOSE ACCOUNT
           END-IF
           IF WS-PREVIEW = 'Y'
               PERFORM CLOSE-PREVIEW-REGISTER
               DISPLAY "Preview only - nothing posted or mailed"
           ELSE
               PERFORM MARK-RUN-COMPLETE
           END-IF
           DISPLAY "Late charges assessed : " WS-FEE-COUNT
           DISPLAY "Late charge total     : " WS-FEE-TOTAL
           DISPLAY "Collection letters    : " WS-LETTER-COUNT
           DISPLAY "  15-day reminders    : " WS-STAGE-CNT(1)
           DISPLAY "  30-day notices      : " WS-STAGE-CNT(2)
           DISPLAY "  60-day final notices: " WS-STAGE-CNT(3)
           DISPLAY "  90-day default      : " WS-STAGE-CNT(4)
           IF WS-PREVIEW = 'Y'
               DISPLAY "Review register written to latepreview.txt"
           ELSE
               DISPLAY "Letters written to collletters.txt"
           END-IF.

       READ-LATE-CONTROL.
           OPEN INPUT LATE-CONTROL
           IF WS-LATECTL-STATUS = "35"
               DISPLAY "No latectl.dat found - using " WS-GRACE-DAYS
                   " grace days and a flat fee of " WS-FLAT-FEE
           ELSE
               READ LATE-CONTROL
               MOVE CTL-GRACE-DAYS TO WS-GRACE-DAYS
               MOVE CTL-FEE-METHOD TO WS-FEE-METHOD
               MOVE CTL-FLAT-FEE TO WS-FLAT-FEE
               MOVE CTL-FEE-PERCENT TO WS-FEE-PERCENT
               CLOSE LATE-CONTROL
           END-IF.

      *> Installments fall due monthly from the oldest unpaid due
      *> date, so a loan two payments behind owes two late fees.
       WORK-DELINQUENT-LOAN.
           MOVE 0 TO WS-LATE-TOTAL
           MOVE 0 TO WS-INST-COUNT
           MOVE ACCT-PMT-DUE-DATE TO WS-INST-DATE
           PERFORM UNTIL WS-INST-DATE > WS-TODAY
               ADD 1 TO WS-INST-COUNT
               COMPUTE WS-INST-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-INST-DATE)
               IF WS-INST-DAYS > WS-GRACE-DAYS
                   PERFORM ASSESS-ONE-INSTALLMENT
               END-IF
               PERFORM NEXT-INSTALLMENT-DATE
           END-PERFORM
           COMPUTE WS-PAST-DUE-AMT = ACCT-PMT-AMOUNT * WS-INST-COUNT
           PERFORM CHECK-COLLECTION-STAGE.

       ASSESS-ONE-INSTALLMENT.
           PERFORM CHECK-FEE-ASSESSED
           IF WS-FEE-FOUND = 'Y'
               ADD WS-FOUND-FEE-AMT TO WS-LATE-TOTAL
           ELSE
               IF WS-FEE-METHOD = 'P'
                   COMPUTE WS-LATE-FEE ROUNDED =
                       ACCT-PMT-AMOUNT * WS-FEE-PERCENT / 100
               ELSE
                   MOVE WS-FLAT-FEE TO WS-LATE-FEE
               END-IF
               IF WS-LATE-FEE > 0
                   PERFORM POST-LATE-FEE
               END-IF
           END-IF.

       CHECK-FEE-ASSESSED.
           MOVE 'N' TO WS-FEE-FOUND
           MOVE 0 TO WS-FOUND-FEE-AMT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT LATE-FEE-REGISTER
           IF WS-LATEREG-STATUS = "35"
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LATE-FEE-REGISTER
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF LF-ACCOUNT-NUM = ACCOUNT-NUM
                           AND LF-DUE-DATE = WS-INST-DATE
                           MOVE 'Y' TO WS-FEE-FOUND
                           MOVE LF-AMOUNT TO WS-FOUND-FEE-AMT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LATEREG-STATUS NOT = "35"
               CLOSE LATE-FEE-REGISTER
           END-IF.

      *> The fee is added to what the borrower owes, the way a
      *> disbursement raises the loan balance.
       POST-LATE-FEE.
           IF WS-PREVIEW = 'Y'
               PERFORM PREVIEW-LATE-FEE-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE + WS-LATE-FEE
           REWRITE ACCOUNT-FILE
           MOVE "LATEFEE" TO LOG-TXN-TYPE
           MOVE WS-LATE-FEE TO LOG-AMOUNT
           PERFORM LOG-TRANSACTION
           MOVE ACCOUNT-NUM TO LF-ACCOUNT-NUM
           MOVE WS-INST-DATE TO LF-DUE-DATE
           MOVE WS-LATE-FEE TO LF-AMOUNT
           MOVE WS-TODAY TO LF-ASSESS-DATE
           MOVE WS-NEXT-REF TO LF-REF-NUM
           OPEN EXTEND LATE-FEE-REGISTER
           IF WS-LATEREG-STATUS = "35"
               OPEN OUTPUT LATE-FEE-REGISTER
           END-IF
           WRITE LATE-FEE-REC
           CLOSE LATE-FEE-REGISTER
           ADD WS-LATE-FEE TO WS-LATE-TOTAL
           ADD 1 TO WS-FEE-COUNT
           ADD WS-LATE-FEE TO WS-FEE-TOTAL
           DISPLAY "Late charge " WS-LATE-FEE " on loan " ACCOUNT-NUM
               " for installment due " WS-INST-DATE.

      *> A preview lists the charge against its installment and
      *> counts it, but nothing is posted and latefees.txt is not
      *> written, so the live run still finds the installment owing.
       PREVIEW-LATE-FEE-LINE.
           MOVE ACCOUNT-NUM TO PRV-ACCOUNT
           MOVE "LATEFEE" TO PRV-TXN-TYPE
           MOVE WS-LATE-FEE TO PRV-POST-AMOUNT
           MOVE SPACES TO PRV-RULE
           IF WS-FEE-METHOD = 'P'
               MOVE WS-FEE-PERCENT TO WS-RATE-DISPLAY
               STRING FUNCTION TRIM(WS-RATE-DISPLAY)
                   DELIMITED BY SIZE
                   "% OF PAYMENT - INSTALLMENT DUE " DELIMITED BY SIZE
                   WS-INST-DATE DELIMITED BY SIZE
                   INTO PRV-RULE
           ELSE
               MOVE WS-FLAT-FEE TO WS-FEE-DISPLAY
               STRING "FLAT FEE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEE-DISPLAY) DELIMITED BY SIZE
                   " - INSTALLMENT DUE " DELIMITED BY SIZE
                   WS-INST-DATE DELIMITED BY SIZE
                   INTO PRV-RULE
           END-IF
           PERFORM WRITE-PREVIEW-LINE
           ADD WS-LATE-FEE TO WS-LATE-TOTAL
           ADD 1 TO WS-FEE-COUNT
           ADD WS-LATE-FEE TO WS-FEE-TOTAL.

      *> Same month step transactions uses when a payment advances
      *> the due date; days past the 28th are held to the 28th.
       NEXT-INSTALLMENT-DATE.
           COMPUTE WS-DUE-MONTHS =
               FUNCTION NUMVAL(WS-INST-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-INST-DATE(5:2))
           COMPUTE WS-DUE-YEAR = WS-DUE-MONTHS / 12
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD(WS-DUE-MONTHS, 12) + 1
           MOVE WS-INST-DATE(7:2) TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           COMPUTE WS-INST-DATE =
               (WS-DUE-YEAR * 100 + WS-DUE-MONTH) * 100
               + WS-DUE-DAY.

      *> Days past due run from the oldest unpaid installment. The
      *> letter for the stage reached goes out once; a loan that
      *> jumps a stage between runs gets only the later letter.
       CHECK-COLLECTION-STAGE.
           COMPUTE WS-DAYS-PAST =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(ACCT-PMT-DUE-DATE)
           IF WS-DAYS-PAST >= 90
               MOVE 4 TO WS-STAGE
           ELSE IF WS-DAYS-PAST >= 60
               MOVE 3 TO WS-STAGE
           ELSE IF WS-DAYS-PAST >= 30
               MOVE 2 TO WS-STAGE
           ELSE IF WS-DAYS-PAST >= 15
               MOVE 1 TO WS-STAGE
           ELSE
               MOVE 0 TO WS-STAGE
           END-IF.
           IF WS-STAGE > 0
               PERFORM FIND-LAST-STAGE-SENT
               IF WS-STAGE > WS-LAST-STAGE
                   IF WS-PREVIEW = 'Y'
                       ADD 1 TO WS-LETTER-COUNT
                       ADD 1 TO WS-STAGE-CNT(WS-STAGE)
                   ELSE
                       PERFORM WRITE-COLLECTION-LETTER
                       PERFORM RECORD-LETTER-SENT
                   END-IF
               END-IF
           END-IF.

       FIND-LAST-STAGE-SENT.
           MOVE 0 TO WS-LAST-STAGE
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT COLLECTION-HISTORY
           IF WS-COLLHIST-STATUS = "35"
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ COLLECTION-HISTORY
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF COL-ACCOUNT-NUM = ACCOUNT-NUM
                           AND COL-DUE-DATE = ACCT-PMT-DUE-DATE
                           AND COL-STAGE > WS-LAST-STAGE
                           MOVE COL-STAGE TO WS-LAST-STAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COLLHIST-STATUS NOT = "35"
               CLOSE COLLECTION-HISTORY
           END-IF.

       RECORD-LETTER-SENT.
           MOVE ACCOUNT-NUM TO COL-ACCOUNT-NUM
           MOVE ACCT-PMT-DUE-DATE TO COL-DUE-DATE
           MOVE WS-STAGE TO COL-STAGE
           MOVE WS-TODAY TO COL-SENT-DATE
           OPEN EXTEND COLLECTION-HISTORY
           IF WS-COLLHIST-STATUS = "35"
               OPEN OUTPUT COLLECTION-HISTORY
           END-IF
           WRITE COLLECTION-HIST-REC
           CLOSE COLLECTION-HISTORY
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-STAGE-CNT(WS-STAGE).

       WRITE-COLLECTION-LETTER.
           PERFORM GET-HOLDER-NAME
           MOVE ACCOUNT-NUM TO MPH-ACCOUNT-NUM
           MOVE 0 TO MPH-CUST-NUM
           WRITE COLLECTION-LETTER-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-RPT-LINE
           IF WS-STAGE = 1
               STRING "PAYMENT REMINDER - LOAN " DELIMITED BY SIZE
                   ACCOUNT-NUM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE IF WS-STAGE = 2
               STRING "SECOND NOTICE - LOAN " DELIMITED BY SIZE
                   ACCOUNT-NUM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE IF WS-STAGE = 3
               STRING "FINAL NOTICE - LOAN " DELIMITED BY SIZE
                   ACCOUNT-NUM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               STRING "NOTICE OF DEFAULT - LOAN " DELIMITED BY SIZE
                   ACCOUNT-NUM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEAR " DELIMITED BY SIZE
               WS-HOLDER-NAME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-DAYS-PAST TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "YOUR PAYMENT DUE " DELIMITED BY SIZE
               ACCT-PMT-DUE-DATE DELIMITED BY SIZE
               " IS NOW " DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " DAYS PAST DUE." DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-PAST-DUE-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "INSTALLMENTS PAST DUE: $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-LATE-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "LATE CHARGES ASSESSED: $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           IF WS-STAGE = 1
               MOVE "IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS"
                   TO WS-RPT-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE "REMINDER. OTHERWISE PLEASE PAY PROMPTLY."
                   TO WS-RPT-LINE
           ELSE IF WS-STAGE = 2
               MOVE "LATE CHARGES CONTINUE FOR EACH MISSED PAYMENT."
                   TO WS-RPT-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE "PLEASE CONTACT US TO BRING THE LOAN CURRENT."
                   TO WS-RPT-LINE
           ELSE IF WS-STAGE = 3
               MOVE "IF THE PAST-DUE AMOUNT IS NOT RECEIVED WITHIN"
                   TO WS-RPT-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE "30 DAYS THE LOAN WILL BE PLACED IN DEFAULT."
                   TO WS-RPT-LINE
           ELSE
               MOVE "YOUR LOAN IS IN DEFAULT AND HAS BEEN REFERRED"
                   TO WS-RPT-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE "TO OUR COLLECTIONS DEPARTMENT. CALL US TODAY."
                   TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           WRITE COLLECTION-LETTER-LINE FROM WS-RPT-LINE.

      *> Payoff quote: interest accrues daily at the contract rate
      *> on the current balance (365-day year) from the last
      *> LOANINT/LOANPRIN posting - or the disbursement when no
      *> payment has been taken - through the good-through date.
      *> The quote is kept in payoffreg.txt for the teller payoff
      *> and a letter showing the per-diem goes to payoffletters.txt.
       PAYOFF-QUOTE.
           PERFORM OPERATOR-SIGN-ON
           DISPLAY "Loan account number: "
           ACCEPT WS-LOAN-NUM
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to quote"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account not found"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-TYPE NOT = 'L' OR ACCOUNT-STATUS NOT = 'O'
               DISPLAY "Not an open loan account"
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-BALANCE NOT > 0
               DISPLAY "Loan has no balance to pay off"
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Good-through date (YYYYMMDD, 0 = 10 days): "
           ACCEPT WS-GOOD-THRU
           IF WS-GOOD-THRU = 0
               COMPUTE WS-GOOD-THRU = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 10)
           END-IF
           IF WS-GOOD-THRU < WS-TODAY
               DISPLAY "Good-through date is before " WS-TODAY
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INTEREST-FROM-DATE
           COMPUTE WS-ACCRUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-GOOD-THRU)
               - FUNCTION INTEGER-OF-DATE(WS-INT-FROM)
           IF WS-ACCRUE-DAYS < 0
               MOVE 0 TO WS-ACCRUE-DAYS
           END-IF
           COMPUTE WS-PER-DIEM ROUNDED =
               ACCOUNT-BALANCE * ACCT-CONTRACT-RATE / 100 / 365
           COMPUTE WS-QUOTE-INT ROUNDED =
               WS-PER-DIEM * WS-ACCRUE-DAYS
           COMPUTE WS-PAYOFF-AMT = ACCOUNT-BALANCE + WS-QUOTE-INT
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS = "35"
               MOVE 'N' TO WS-CUST-OPEN
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           PERFORM GET-HOLDER-NAME
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER
           END-IF
           PERFORM RECORD-PAYOFF-QUOTE
           PERFORM WRITE-PAYOFF-LETTER
           CLOSE ACCOUNT
           MOVE WS-PAYOFF-AMT TO WS-AMT-DISPLAY
           DISPLAY "Payoff through " WS-GOOD-THRU ": $" WS-AMT-DISPLAY
           MOVE WS-PER-DIEM TO WS-PERDIEM-DISPLAY
           DISPLAY "Per-diem interest   : $" WS-PERDIEM-DISPLAY
           DISPLAY "Interest from       : " WS-INT-FROM
           DISPLAY "Letter written to payoffletters.txt".

       FIND-INTEREST-FROM-DATE.
           MOVE ACCT-ISSUE-DATE TO WS-INT-FROM
           IF WS-INT-FROM = 0
               MOVE WS-TODAY TO WS-INT-FROM
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT LOG-ARCHIVE
           IF WS-ARCH-STATUS = "35"
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LOG-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE LOG-ARCHIVE-REC TO TRANSACTION-LOG-REC
                       PERFORM NOTE-LOAN-POSTING
               END-READ
           END-PERFORM
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE LOG-ARCHIVE
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANSACTION-LOG
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM NOTE-LOAN-POSTING
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG
           END-IF.

       NOTE-LOAN-POSTING.
           IF LOG-ACCOUNT-NUM = WS-LOAN-NUM
               AND LOG-STATUS NOT = 'R'
               AND LOG-DATE > WS-INT-FROM
               IF LOG-TXN-TYPE = "LOANINT" OR LOG-TXN-TYPE = "LOANPRIN"
                   OR LOG-TXN-TYPE = "LOANDISB"
                   MOVE LOG-DATE TO WS-INT-FROM
               END-IF
           END-IF.

       RECORD-PAYOFF-QUOTE.
           MOVE ACCOUNT-NUM TO PQ-ACCOUNT-NUM
           MOVE WS-TODAY TO PQ-QUOTE-DATE
           MOVE WS-GOOD-THRU TO PQ-GOOD-THRU
           MOVE WS-INT-FROM TO PQ-INT-FROM
           MOVE ACCOUNT-BALANCE TO PQ-PRINCIPAL
           MOVE WS-PER-DIEM TO PQ-PER-DIEM
           MOVE WS-QUOTE-INT TO PQ-INTEREST
           MOVE WS-PAYOFF-AMT TO PQ-PAYOFF-AMT
           MOVE WS-OPER-ID TO PQ-OPERATOR
           OPEN EXTEND PAYOFF-QUOTES
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT PAYOFF-QUOTES
           END-IF
           WRITE PAYOFF-QUOTE-REC
           CLOSE PAYOFF-QUOTES.

       WRITE-PAYOFF-LETTER.
           OPEN EXTEND PAYOFF-LETTERS
           IF WS-PAYLTR-STATUS = "35"
               OPEN OUTPUT PAYOFF-LETTERS
           END-IF
           MOVE ACCOUNT-NUM TO MPH-ACCOUNT-NUM
           MOVE 0 TO MPH-CUST-NUM
           WRITE PAYOFF-LETTER-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAYOFF QUOTE - LOAN " DELIMITED BY SIZE
               ACCOUNT-NUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEAR " DELIMITED BY SIZE
               WS-HOLDER-NAME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           MOVE ACCOUNT-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "PRINCIPAL BALANCE:      $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           MOVE WS-QUOTE-INT TO WS-AMT-DISPLAY
           MOVE WS-ACCRUE-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "INTEREST " DELIMITED BY SIZE
               WS-INT-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-GOOD-THRU DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " DAYS): $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           MOVE WS-PAYOFF-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT TO PAY IN FULL:  $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " GOOD THROUGH " DELIMITED BY SIZE
               WS-GOOD-THRU DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           MOVE WS-PER-DIEM TO WS-PERDIEM-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "PER-DIEM INTEREST:      $" DELIMITED BY SIZE
               WS-PERDIEM-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           MOVE "FUNDS RECEIVED AFTER THE GOOD-THROUGH DATE NEED A NEW"
               TO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           MOVE "QUOTE. ANY PAYMENT POSTED BEFORE PAYOFF CHANGES THIS."
               TO WS-RPT-LINE
           PERFORM WRITE-PAYOFF-LINE
           CLOSE PAYOFF-LETTERS.

       WRITE-PAYOFF-LINE.
           WRITE PAYOFF-LETTER-LINE FROM WS-RPT-LINE.

      *> Projects the remaining payments from the current balance at
      *> the contract rate, one month's interest per installment as
      *> transactions charges it, starting at the next due date. A
      *> payment that does not cover a month's interest never pays
      *> the loan off, so the schedule stops and says so.
       AMORTIZATION-SCHEDULE.
           DISPLAY "Loan account number: "
           ACCEPT WS-LOAN-NUM
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to schedule"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account not found"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-TYPE NOT = 'L' OR ACCOUNT-STATUS NOT = 'O'
               DISPLAY "Not an open loan account"
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS = "35"
               MOVE 'N' TO WS-CUST-OPEN
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           PERFORM GET-HOLDER-NAME
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER
           END-IF
           OPEN OUTPUT AMORT-SCHEDULE
           PERFORM WRITE-AMORT-HEADER
           MOVE 0 TO WS-AM-BAL
           IF ACCOUNT-BALANCE > 0
               MOVE ACCOUNT-BALANCE TO WS-AM-BAL
           END-IF
           MOVE 0 TO WS-AM-NUM
           MOVE 0 TO WS-AM-TOTAL-INT
           MOVE 'N' TO WS-AM-STOP
           MOVE ACCT-PMT-DUE-DATE TO WS-INST-DATE
           IF WS-INST-DATE = 0
               MOVE WS-TODAY TO WS-INST-DATE
               PERFORM NEXT-INSTALLMENT-DATE
           END-IF
           PERFORM UNTIL WS-AM-BAL = 0 OR WS-AM-STOP = 'Y'
               PERFORM PROJECT-ONE-PAYMENT
           END-PERFORM
           PERFORM WRITE-AMORT-TOTALS
           CLOSE AMORT-SCHEDULE
           CLOSE ACCOUNT
           DISPLAY "Amortization schedule written to amortsched.txt".

       PROJECT-ONE-PAYMENT.
           COMPUTE WS-AM-INT ROUNDED =
               WS-AM-BAL * ACCT-CONTRACT-RATE / 100 / 12
           IF ACCT-PMT-AMOUNT NOT > WS-AM-INT
               MOVE 'Y' TO WS-AM-STOP
               MOVE "PAYMENT DOES NOT COVER THE MONTHLY INTEREST - THE"
                   TO WS-RPT-LINE
               PERFORM WRITE-AMORT-LINE
               MOVE "LOAN WILL NOT PAY OFF ON THE CURRENT TERMS."
                   TO WS-RPT-LINE
               PERFORM WRITE-AMORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-AM-NUM = 999
               MOVE 'Y' TO WS-AM-STOP
               MOVE "SCHEDULE STOPPED AT 999 PAYMENTS." TO WS-RPT-LINE
               PERFORM WRITE-AMORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AM-NUM
           IF WS-AM-BAL + WS-AM-INT NOT > ACCT-PMT-AMOUNT
               MOVE WS-AM-BAL TO WS-AM-PRIN
           ELSE
               COMPUTE WS-AM-PRIN = ACCT-PMT-AMOUNT - WS-AM-INT
           END-IF
           COMPUTE WS-AM-PMT = WS-AM-PRIN + WS-AM-INT
           SUBTRACT WS-AM-PRIN FROM WS-AM-BAL
           ADD WS-AM-INT TO WS-AM-TOTAL-INT
           MOVE WS-AM-NUM TO WS-AM-NUM-DISPLAY
           MOVE WS-AM-PMT TO WS-PMT-DISPLAY
           MOVE WS-AM-INT TO WS-AM-INT-DISPLAY
           MOVE WS-AM-PRIN TO WS-AM-PRIN-DISPLAY
           MOVE WS-AM-BAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-AM-NUM-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-INST-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PMT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AM-INT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AM-PRIN-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           IF WS-AM-BAL > 0
               PERFORM NEXT-INSTALLMENT-DATE
           END-IF.

       WRITE-AMORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMORTIZATION SCHEDULE - LOAN " DELIMITED BY SIZE
               ACCOUNT-NUM DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BORROWER: " DELIMITED BY SIZE
               WS-HOLDER-NAME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           MOVE ACCT-CONTRACT-RATE TO WS-RATE-DISPLAY
           MOVE ACCT-PMT-AMOUNT TO WS-PMT-DISPLAY
           MOVE ACCOUNT-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "RATE " DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               "%  PAYMENT $" DELIMITED BY SIZE
               WS-PMT-DISPLAY DELIMITED BY SIZE
               "  BALANCE $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           MOVE "NO.  DUE DATE     PAYMENT   INTEREST    PRINCIPAL"
               TO WS-RPT-LINE
           MOVE "BALANCE" TO WS-RPT-LINE(57:7)
           PERFORM WRITE-AMORT-LINE.

       WRITE-AMORT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           MOVE WS-AM-NUM TO WS-AM-NUM-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAYMENTS REMAINING: " DELIMITED BY SIZE
               WS-AM-NUM-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           MOVE WS-AM-TOTAL-INT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL INTEREST:     $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-AMORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-AM-BAL = 0 AND WS-AM-NUM > 0
               STRING "PROJECTED PAYOFF DATE: " DELIMITED BY SIZE
                   WS-INST-DATE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE IF WS-AM-BAL = 0
               MOVE "LOAN HAS NO BALANCE OUTSTANDING." TO WS-RPT-LINE
           ELSE
               MOVE "PROJECTED PAYOFF DATE: NONE" TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-AMORT-LINE.

       WRITE-AMORT-LINE.
           WRITE AMORT-SCHEDULE-LINE FROM WS-RPT-LINE.

       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-OK
           MOVE WS-TODAY TO RC-PERIOD
           MOVE 'S' TO RC-ACTION
           MOVE 'N' TO RC-NEED-DAILY
           MOVE WS-TODAY TO RC-TODAY
           MOVE 'N' TO RC-FORCE
           CALL 'RunControl' USING RC-REQUEST
           IF RC-RESULT = 'N'
               DISPLAY "Run refused: " RC-MESSAGE
               IF WS-AUTO-MODE NOT = 'Y'
                   DISPLAY "Supervisor force rerun? (Y/N): "
                   ACCEPT WS-FORCE-REPLY
                   IF WS-FORCE-REPLY = 'Y'
                       PERFORM SUPERVISOR-APPROVAL
                       IF WS-SUP-OK = 'Y'
                           MOVE 'Y' TO RC-FORCE
                           CALL 'RunControl' USING RC-REQUEST
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RC-RESULT = 'Y'
               MOVE 'Y' TO WS-RUN-OK
           END-IF.

       MARK-RUN-COMPLETE.
           MOVE 'E' TO RC-ACTION
           CALL 'RunControl' USING RC-REQUEST.

       OPERATOR-SIGN-ON.
           DISPLAY "Operator ID: "
           ACCEPT SGN-OPER-ID
           DISPLAY "Password: "
           ACCEPT SGN-PASSWORD
           MOVE SPACE TO SGN-NEED-ROLE
           CALL 'SignOn' USING SGN-REQUEST
           IF SGN-RESULT NOT = 'Y'
               DISPLAY "Sign-on refused: " SGN-MESSAGE
               STOP RUN
           END-IF
           MOVE SGN-OPER-ID TO WS-OPER-ID
           MOVE SGN-ROLE TO WS-OPER-ROLE.

       SUPERVISOR-APPROVAL.
           MOVE 'N' TO WS-SUP-OK
           IF WS-OPER-ROLE = 'S'
               MOVE WS-OPER-ID TO WS-SUP-ID
               MOVE 'Y' TO WS-SUP-OK
           ELSE
               DISPLAY "Supervisor ID: "
               ACCEPT SGN-OPER-ID
               DISPLAY "Password: "
               ACCEPT SGN-PASSWORD
               MOVE 'S' TO SGN-NEED-ROLE
               CALL 'SignOn' USING SGN-REQUEST
               IF SGN-RESULT = 'Y'
                   MOVE SGN-OPER-ID TO WS-SUP-ID
                   MOVE 'Y' TO WS-SUP-OK
               ELSE
                   DISPLAY "Approval refused: " SGN-MESSAGE
                   MOVE SGN-OPER-ID TO WS-SUP-ID
               END-IF
           END-IF.

       LOG-TRANSACTION.
           MOVE ACCOUNT-NUM TO LOG-ACCOUNT-NUM
           MOVE ACCOUNT-BALANCE TO LOG-BALANCE
           MOVE WS-TODAY TO LOG-DATE
           PERFORM GET-NEXT-REF-NUM
           MOVE WS-NEXT-REF TO LOG-REF-NUM
           MOVE 0 TO LOG-XREF-NUM
           MOVE SPACE TO LOG-STATUS
           MOVE SPACE TO LOG-TENDER
           MOVE WS-OPER-ID TO LOG-OPERATOR
           MOVE SPACES TO LOG-DESC
           STRING "LATE CHARGE DUE " DELIMITED BY SIZE
               WS-INST-DATE DELIMITED BY SIZE
               INTO LOG-DESC
           MOVE SPACES TO LOG-TRACE
           MOVE ACCT-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
           END-IF
           WRITE TRANSACTION-LOG-REC
           CLOSE TRANSACTION-LOG.

       GET-NEXT-REF-NUM.
           MOVE 0 TO WS-NEXT-REF
           OPEN INPUT REF-CONTROL
           IF WS-REFCTL-STATUS = "35"
               MOVE 0 TO WS-NEXT-REF
           ELSE
               READ REF-CONTROL
               MOVE CTL-LAST-REF-NUM TO WS-NEXT-REF
               CLOSE REF-CONTROL
           END-IF
           ADD 1 TO WS-NEXT-REF
           MOVE WS-NEXT-REF TO CTL-LAST-REF-NUM
           OPEN OUTPUT REF-CONTROL
           WRITE REF-CONTROL-REC
           CLOSE REF-CONTROL.

      *> The review register opens with the run it previews and the
      *> business date the figures were worked out for.
       OPEN-PREVIEW-REGISTER.
           MOVE 0 TO PRV-TYPE-COUNT
           OPEN OUTPUT PREVIEW-REGISTER
           MOVE SPACES TO PRV-HEAD-LINE
           STRING "LOAN LATE CHARGE PREVIEW - NOTHING POSTED"
               DELIMITED BY SIZE INTO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE SPACES TO PRV-HEAD-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   PREPARED " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE "ACCT  TYPE           AMOUNT RULE APPLIED"
               TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE ALL "-" TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE.

      *> One line per posting the live run would make, totalled by
      *> transaction type for the foot of the register.
       WRITE-PREVIEW-LINE.
           MOVE PRV-POST-AMOUNT TO PRV-AMOUNT
           WRITE PREVIEW-REGISTER-LINE FROM PRV-DETAIL-LINE
           MOVE 'N' TO PRV-TYPE-FOUND
           PERFORM VARYING PRV-TYPE-IDX FROM 1 BY 1
                   UNTIL PRV-TYPE-IDX > PRV-TYPE-COUNT
                   OR PRV-TYPE-FOUND = 'Y'
               IF PRV-TOT-TYPE(PRV-TYPE-IDX) = PRV-TXN-TYPE
                   MOVE 'Y' TO PRV-TYPE-FOUND
                   ADD 1 TO PRV-TOT-COUNT(PRV-TYPE-IDX)
                   ADD PRV-POST-AMOUNT TO PRV-TOT-AMOUNT(PRV-TYPE-IDX)
               END-IF
           END-PERFORM
           IF PRV-TYPE-FOUND = 'N' AND PRV-TYPE-COUNT < 10
               ADD 1 TO PRV-TYPE-COUNT
               MOVE PRV-TXN-TYPE TO PRV-TOT-TYPE(PRV-TYPE-COUNT)
               MOVE 1 TO PRV-TOT-COUNT(PRV-TYPE-COUNT)
               MOVE PRV-POST-AMOUNT TO PRV-TOT-AMOUNT(PRV-TYPE-COUNT)
           END-IF.

      *> Totals by transaction type, shown on the console as well,
      *> and the line the reviewing supervisor signs before the live
      *> run is released.
       CLOSE-PREVIEW-REGISTER.
           MOVE ALL "-" TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           IF PRV-TYPE-COUNT = 0
               MOVE "NOTHING WOULD BE POSTED" TO PRV-HEAD-LINE
               WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
               DISPLAY "Nothing would be posted."
           END-IF
           PERFORM VARYING PRV-TYPE-IDX FROM 1 BY 1
                   UNTIL PRV-TYPE-IDX > PRV-TYPE-COUNT
               MOVE PRV-TOT-TYPE(PRV-TYPE-IDX) TO PRV-TOT-TYPE-OUT
               MOVE PRV-TOT-COUNT(PRV-TYPE-IDX) TO PRV-TOT-COUNT-OUT
               MOVE PRV-TOT-AMOUNT(PRV-TYPE-IDX) TO PRV-TOT-AMOUNT-OUT
               WRITE PREVIEW-REGISTER-LINE FROM PRV-TOTAL-LINE
               DISPLAY PRV-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE SPACES TO PRV-HEAD-LINE
           STRING "REVIEWED FOR LIVE RUN - SUPERVISOR ________"
               DELIMITED BY SIZE
               "  DATE ________" DELIMITED BY SIZE
               INTO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           CLOSE PREVIEW-REGISTER.
       END PROGRAM LoanBilling.
