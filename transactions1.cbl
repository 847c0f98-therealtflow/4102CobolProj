           SELECT TRACE-CONTROL ASSIGN TO 'tracectl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACECTL-STATUS.
           SELECT PAYOFF-QUOTES ASSIGN TO 'payoffreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT OFFICIAL-CHECK-REGISTER ASSIGN TO 'ofchkreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCHK-STATUS.
           SELECT OFCHK-CONTROL ASSIGN TO 'ofchkctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCHKCTL-STATUS.
           SELECT TELLER-JOURNAL ASSIGN TO 'tellerjnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
           SELECT CUSTOMER-RECEIPTS ASSIGN TO 'receipts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT APPROVAL-QUEUE ASSIGN TO 'approvq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.
           SELECT APPROVAL-JOURNAL ASSIGN TO 'apprjrnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APJ-STATUS.
           SELECT APPROVAL-CONTROL ASSIGN TO 'apprctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRCTL-STATUS.
           SELECT APPROVAL-SEQUENCE ASSIGN TO 'apprseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRSEQ-STATUS.



      *> One record per teller drawer session. DRW-STATUS: O = open,
      *> C = closed and settled. The close function proves the counted
      *> cash against the day's cash-tender postings in translog.txt.
      *> DRW-BRANCH is the operator's branch when the drawer opened;
      *> DRW-OVER-SHORT is the settled difference, for the branch
      *> summary.
           FD DRAWER-FILE.
           01 DRAWER-REC.
               05 DRW-OPERATOR  PIC X(4).
               05 DRW-OPEN-AMT  PIC 9(7)V99.
               05 DRW-CLOSE-AMT PIC 9(7)V99.
               05 DRW-STATUS    PIC X(1).
               05 DRW-BRANCH    PIC X(3).
               05 DRW-OVER-SHORT PIC S9(7)V99.

           FD DRAWER-REPORT.
           01 DRAWER-REPORT-LINE PIC X(80).
           01 TRACE-CONTROL-REC.
               05 CTL-LAST-TRACE-SEQ PIC 9(5).

           FD PAYOFF-QUOTES.
           COPY "PAYOFFQ.cpy".

           FD OFFICIAL-CHECK-REGISTER.
           COPY "OFCHKREG.cpy".

           FD OFCHK-CONTROL.
           01 OFCHK-CONTROL-REC.
               05 CTL-LAST-OFCHK-SERIAL PIC 9(7).

           FD TELLER-JOURNAL.
           COPY "TELLJRNL.cpy".

      *> Receipt slips for the counter printer.
           FD CUSTOMER-RECEIPTS.
           01 CUSTOMER-RECEIPT-LINE PIC X(40).

           FD APPROVAL-QUEUE.
           COPY "APPROVQ.cpy".

           FD APPROVAL-JOURNAL.
           COPY "APPRJRN.cpy".

      *> Amount over which a payment to another bank, or a transfer
      *> to another customer's account, waits for a second operator.
           FD APPROVAL-CONTROL.
           01 APPROVAL-CONTROL-REC.
               05 CTL-DUAL-THRESHOLD PIC 9(7)V99.

           FD APPROVAL-SEQUENCE.
           01 APPROVAL-SEQUENCE-REC.
               05 CTL-LAST-APPR-ITEM PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-NUM PIC 9(5).
       01 WS-CHOICE PIC 9.
       01 WS-TXNCTL-STATUS PIC XX.
       01 WS-STAUDIT-STATUS PIC XX.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-BRANCH PIC X(3) VALUE SPACES.
       01 WS-OPER-ROLE PIC X(1).
       01 WS-SUP-ID PIC X(4).
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-TRACECTL-STATUS PIC XX.
       01 WS-EXT-ROUTING PIC 9(9).
       01 WS-EXT-ACCOUNT PIC 9(5).
       01 WS-EXT-PAYEE PIC X(30).
       01 WS-NEXT-TRACE-SEQ PIC 9(5) VALUE 0.
       01 WS-OUT-TRACE PIC X(15).
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-DRW-IDX PIC 9(3).
       01 WS-DRW-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-DRAWER-TABLE.
           05 WS-DRW-ENTRY OCCURS 200 TIMES PIC X(43).
       01 WS-DRW-WORK.
           05 DRW-W-OPERATOR  PIC X(4).
           05 DRW-W-DATE      PIC 9(8).
           05 DRW-W-OPEN-AMT  PIC 9(7)V99.
           05 DRW-W-CLOSE-AMT PIC 9(7)V99.
           05 DRW-W-STATUS    PIC X(1).
           05 DRW-W-BRANCH    PIC X(3).
           05 DRW-W-OVER-SHORT PIC S9(7)V99.
      *> Branch breakdown of the day's drawers.
       01 WS-DBR-COUNT PIC 9(2) VALUE 0.
       01 WS-DBR-IDX PIC 9(2).
       01 WS-DBR-FOUND-IDX PIC 9(2).
       01 WS-DBR-TABLE.
           05 WS-DBR-CODE OCCURS 20 TIMES PIC X(3).
       01 WS-DBR-DRAWERS PIC 9(3).
       01 WS-DBR-OPEN PIC 9(3).
       01 WS-DBR-BEGIN PIC 9(9)V99.
       01 WS-DBR-COUNTED PIC 9(9)V99.
       01 WS-DBR-OVSH PIC S9(9)V99.
       01 WS-BANK-DRAWERS PIC 9(3) VALUE 0.
       01 WS-BANK-OPEN PIC 9(3) VALUE 0.
       01 WS-BANK-BEGIN PIC 9(9)V99 VALUE 0.
       01 WS-BANK-COUNTED PIC 9(9)V99 VALUE 0.
       01 WS-BANK-OVSH PIC S9(9)V99 VALUE 0.
       01 WS-CNT-DISPLAY PIC ZZ9.
       01 WS-COUNTED-CASH PIC 9(7)V99.
       01 WS-CASH-IN PIC 9(9)V99 VALUE 0.
       01 WS-CASH-OUT PIC 9(9)V99 VALUE 0.
       01 WS-OVER-SHORT PIC S9(9)V99 VALUE 0.
       01 WS-DRW-RPT-LINE PIC X(80).
       01 WS-AMT-DISPLAY PIC -(8)9.99.
       01 WS-QUOTE-STATUS PIC XX.
       01 WS-QUOTE-EOF PIC X VALUE 'N'.
       01 WS-QUOTE-FOUND PIC X VALUE 'N'.
       01 WS-QUOTE-WORK PIC X(74).
       01 WS-PAYOFF-EXCESS PIC 9(7)V99 VALUE 0.
       01 WS-OFCHK-STATUS PIC XX.
       01 WS-OFCHKCTL-STATUS PIC XX.
       01 WS-OFCHK-SERIAL PIC 9(7) VALUE 0.
       01 WS-OFCHK-PAYEE PIC X(30).
       01 WS-OFCHK-FUNDING PIC X(1).
       01 WS-TJ-STATUS PIC XX.
       01 WS-RCPT-STATUS PIC XX.
       01 WS-SESSION-STAMP PIC X(14) VALUE SPACES.
      *> Postings of the customer transaction in hand, held until the
      *> receipt is printed and then journaled. A transaction posts
      *> at most four legs (sweep out and in, withdrawal, advance).
       01 WS-RCP-ACCOUNT PIC 9(5) VALUE 0.
       01 WS-RCP-AVAILABLE PIC S9(9)V99 VALUE 0.
       01 WS-RCP-FOUND PIC X VALUE 'N'.
       01 WS-JNL-OVR-TYPE PIC X(8) VALUE SPACES.
       01 WS-JNL-OVR-SUP PIC X(4) VALUE SPACES.
       01 WS-JNL-COUNT PIC 9(2) VALUE 0.
       01 WS-JNL-IDX PIC 9(2).
       01 WS-JNL-TABLE.
           05 WS-JNL-ENTRY OCCURS 20 TIMES.
               10 WS-JNL-ACCOUNT    PIC 9(5).
               10 WS-JNL-TYPE       PIC X(8).
               10 WS-JNL-AMOUNT     PIC 9(7)V99.
               10 WS-JNL-TENDER     PIC X(1).
               10 WS-JNL-REF        PIC 9(9).
               10 WS-JNL-XREF       PIC 9(9).
               10 WS-JNL-BALANCE    PIC S9(9)V99.
               10 WS-JNL-BRANCH     PIC X(3).
               10 WS-JNL-CLOCK-DATE PIC 9(8).
               10 WS-JNL-CLOCK-TIME PIC 9(8).
       01 WS-MASK-SOURCE PIC 9(5).
       01 WS-MASKED-ACCT PIC X(5).
       01 WS-RCPT-LINE PIC X(40).
       01 WS-APQ-STATUS PIC XX.
       01 WS-APJ-STATUS PIC XX.
       01 WS-APPRCTL-STATUS PIC XX.
       01 WS-APPRSEQ-STATUS PIC XX.
       01 WS-DUAL-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-NEXT-APPR-ITEM PIC 9(7) VALUE 0.
       01 WS-XFER-SRC-CUST PIC 9(5) VALUE 0.
       COPY "RUNCTL.cpy".
       COPY "SIGNON.cpy".
       COPY "HOLDTOT.cpy".
       COPY "WATCHREQ.cpy".

       PROCEDURE DIVISION.

           END-IF
           PERFORM ENSURE-ACCOUNT-FILE
           PERFORM READ-TXN-CONTROL
           PERFORM READ-APPROVAL-CONTROL
           IF WS-AUTO-MODE NOT = 'Y'
               DISPLAY "1. Interactive teller mode"
               DISPLAY "2. Batch mode posting batchaccept.txt "
                   "(run BatchEdit first)"
               DISPLAY "3. Open teller cash drawer"
               DISPLAY "4. Close drawer and settle"
               DISPLAY "5. Issue an official check"
               DISPLAY "6. Drawer settlement summary by branch"
               ACCEPT WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE = 2
               PERFORM OPEN-DRAWER
           ELSE IF WS-RUN-MODE = 4
               PERFORM CLOSE-DRAWER
           ELSE IF WS-RUN-MODE = 5
               PERFORM REBUILD-DAILY-TABLE
               PERFORM ISSUE-OFFICIAL-CHECK
           ELSE IF WS-RUN-MODE = 6
               PERFORM BRANCH-DRAWER-SUMMARY
           ELSE
               PERFORM REBUILD-DAILY-TABLE
               PERFORM UNTIL WS-CONTINUE NOT = 'Y'
                   DISPLAY "Process another transaction? (Y/N): "
                   ACCEPT WS-CONTINUE
               END-PERFORM
           END-IF.
           GOBACK.

       CHECK-AUTO-STEP.
               STOP RUN
           END-IF
           MOVE SGN-OPER-ID TO WS-OPER-ID
           MOVE SGN-ROLE TO WS-OPER-ROLE
           MOVE SGN-BRANCH TO WS-OPER-BRANCH
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-STAMP.

      *> A supervisor who is already signed on approves with their own
      *> ID; otherwise a supervisor must key their own ID and password
               CLOSE TXN-CONTROL
           END-IF.

       READ-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-CONTROL
           IF WS-APPRCTL-STATUS NOT = "35"
               READ APPROVAL-CONTROL
               MOVE CTL-DUAL-THRESHOLD TO WS-DUAL-THRESHOLD
               CLOSE APPROVAL-CONTROL
           END-IF.

       PROCESS-ONE-CUSTOMER.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE 'N' TO WS-ACCOUNT-CLOSED
           END-READ
           IF WS-ACCOUNT-FOUND = 'Y' AND WS-ACCOUNT-CLOSED = 'N'
               AND ACCOUNT-STATUS NOT = 'D'
               PERFORM START-TELLER-JOURNAL
               PERFORM DO-TRANSACTION
               PERFORM PRINT-CUSTOMER-RECEIPT
           END-IF
           CLOSE ACCOUNT.

           DISPLAY "6. Enter 6 to lift a freeze"
           DISPLAY "7. Enter 7 to take a loan payment"
           DISPLAY "8. Enter 8 to pay an account at another bank"
           DISPLAY "9. Enter 9 to pay off this loan"
           ACCEPT WS-CHOICE
           IF WS-CHOICE = 3
               IF ACCOUNT-STATUS = 'F'
                   DISPLAY "Account is frozen - cannot be closed"
               ELSE
                   PERFORM READ-BUSINESS-DATE
                   MOVE 'C' TO ACCOUNT-STATUS
                   MOVE WS-TODAY TO ACCT-CLOSE-DATE
                   REWRITE ACCOUNT-FILE
                   DISPLAY "Account " ACCOUNT-NUM " closed"
               END-IF
               ELSE
                   PERFORM TAKE-LOAN-PAYMENT
               END-IF
           ELSE IF WS-CHOICE = 9
               IF ACCOUNT-TYPE NOT = 'L'
                   DISPLAY "Not a loan account"
               ELSE
                   PERFORM TAKE-LOAN-PAYOFF
               END-IF
           ELSE IF WS-CHOICE = 8
               IF ACCOUNT-TYPE = 'T' OR ACCOUNT-TYPE = 'L'
                   DISPLAY "Not a deposit account"
               (WS-DUE-YEAR * 100 + WS-DUE-MONTH) * 100
               + WS-DUE-DAY.

      *> A payoff is taken only against a LoanBilling payoff quote
      *> that is still good on the business date and was figured on
      *> the balance the loan carries now; any payment posted since
      *> the quote means a new quote. The quoted interest posts as
      *> LOANINT, the whole balance as LOANPRIN, and the loan closes.
       TAKE-LOAN-PAYOFF.
           PERFORM READ-BUSINESS-DATE
           PERFORM FIND-PAYOFF-QUOTE
           IF WS-QUOTE-FOUND NOT = 'Y'
               DISPLAY "No current payoff quote on file - have one "
                   "issued from Loan Billing"
               EXIT PARAGRAPH
           END-IF
           IF PQ-PRINCIPAL NOT = ACCOUNT-BALANCE
               DISPLAY "Balance has changed since the quote of "
                   PQ-QUOTE-DATE " - a new quote is needed"
               EXIT PARAGRAPH
           END-IF
           MOVE PQ-PAYOFF-AMT TO WS-AMT-DISPLAY
           DISPLAY "Payoff amount good through " PQ-GOOD-THRU ": "
               WS-AMT-DISPLAY
           DISPLAY "Amount received: "
           ACCEPT WS-PAY-AMOUNT
           IF WS-PAY-AMOUNT < PQ-PAYOFF-AMT
               DISPLAY "Amount received is less than the payoff - "
                   "take it as a loan payment instead"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-TENDER-CODE
           COMPUTE WS-PAYOFF-EXCESS = WS-PAY-AMOUNT - PQ-PAYOFF-AMT
           MOVE PQ-INTEREST TO WS-INT-PORTION
           MOVE ACCOUNT-BALANCE TO WS-PRIN-PORTION
           IF WS-INT-PORTION > 0
               MOVE "LOANINT" TO LOG-TXN-TYPE
               MOVE WS-INT-PORTION TO LOG-AMOUNT
               MOVE WS-ENTRY-TENDER TO WS-TENDER
               PERFORM SET-PAYOFF-DESC
               PERFORM LOG-TRANSACTION
               MOVE WS-NEXT-REF TO WS-PENDING-XREF
           END-IF
           MOVE 0 TO ACCOUNT-BALANCE
           MOVE 0 TO ACCT-PMT-DUE-DATE
           MOVE 'C' TO ACCOUNT-STATUS
           MOVE WS-TODAY TO ACCT-CLOSE-DATE
           REWRITE ACCOUNT-FILE
           MOVE "LOANPRIN" TO LOG-TXN-TYPE
           MOVE WS-PRIN-PORTION TO LOG-AMOUNT
           MOVE WS-ENTRY-TENDER TO WS-TENDER
           PERFORM SET-PAYOFF-DESC
           PERFORM LOG-TRANSACTION
           DISPLAY "Interest  portion: " WS-INT-PORTION
           DISPLAY "Principal portion: " WS-PRIN-PORTION
           IF WS-PAYOFF-EXCESS > 0
               MOVE WS-PAYOFF-EXCESS TO WS-AMT-DISPLAY
               DISPLAY "Return to customer: " WS-AMT-DISPLAY
           END-IF
           DISPLAY "Loan paid in full - account " ACCOUNT-NUM
               " closed".

       SET-PAYOFF-DESC.
           IF WS-ENTRY-DESC = SPACES
               STRING "LOAN PAYOFF QUOTE " DELIMITED BY SIZE
                   PQ-QUOTE-DATE DELIMITED BY SIZE
                   INTO WS-DESC
           ELSE
               MOVE WS-ENTRY-DESC TO WS-DESC
           END-IF.

      *> The latest quote for the account wins; quotes whose
      *> good-through date has passed are ignored.
       FIND-PAYOFF-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND
           MOVE 'N' TO WS-QUOTE-EOF
           OPEN INPUT PAYOFF-QUOTES
           IF WS-QUOTE-STATUS = "35"
               MOVE 'Y' TO WS-QUOTE-EOF
           END-IF
           PERFORM UNTIL WS-QUOTE-EOF = 'Y'
               READ PAYOFF-QUOTES
                   AT END
                       MOVE 'Y' TO WS-QUOTE-EOF
                   NOT AT END
                       IF PQ-ACCOUNT-NUM = ACCOUNT-NUM
                           AND PQ-GOOD-THRU >= WS-TODAY
                           MOVE PAYOFF-QUOTE-REC TO WS-QUOTE-WORK
                           MOVE 'Y' TO WS-QUOTE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUOTE-STATUS NOT = "35"
               CLOSE PAYOFF-QUOTES
           END-IF
           IF WS-QUOTE-FOUND = 'Y'
               MOVE WS-QUOTE-WORK TO PAYOFF-QUOTE-REC
           END-IF.

      *> Available funds are the ledger balance less the account's
      *> unreleased deposit holds as of the business date. Every
      *> debit path checks this figure, not ACCOUNT-BALANCE.
      *> outbound register keeps the trace so a partner return can
      *> be matched back and the customer re-credited.
       EXTERNAL-PAYMENT.
           MOVE 'N' TO WLS-RESULT
           DISPLAY "Receiving routing number: "
           ACCEPT WS-EXT-ROUTING
           DISPLAY "Receiving account number: "
           ACCEPT WS-EXT-ACCOUNT
           DISPLAY "Payee name: "
           MOVE SPACES TO WS-EXT-PAYEE
           ACCEPT WS-EXT-PAYEE
           IF WS-EXT-PAYEE = SPACES
               DISPLAY "Payee name is required for a payment to "
                   "another bank"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter amount: "
           ACCEPT WS-W-AMOUNT
           PERFORM READ-BUSINESS-DATE
                   > WS-DAILY-LIMIT
               DISPLAY "Daily withdrawal limit exceeded"
           ELSE
               PERFORM SCREEN-PAYEE
           END-IF.
           IF WLS-RESULT = 'H'
               DISPLAY WLS-MESSAGE
               DISPLAY "Payment held for compliance review - item "
                   WLS-ITEM-NUM
           ELSE IF WLS-RESULT = 'Y'
               AND WS-W-AMOUNT > WS-DUAL-THRESHOLD
               PERFORM HOLD-EXTERNAL-PAYMENT
           ELSE IF WLS-RESULT = 'Y'
               PERFORM GET-NEXT-TRACE-NUM
               COMPUTE ACCOUNT-BALANCE =
                   ACCOUNT-BALANCE - WS-W-AMOUNT
               PERFORM WRITE-OUTBOUND-REGISTER
               DISPLAY "Payment sent under trace " WS-OUT-TRACE
               MOVE ACCOUNT-BALANCE TO WS-AMT-DISPLAY
               DISPLAY "Account balance: " WS-AMT-DISPLAY
           END-IF.

      *> A payment over the dual-control threshold that has passed
      *> every check and screened clear is queued for a second
      *> operator in PaymentApproval, who posts and sends it. Nothing
      *> is debited until then.
       HOLD-EXTERNAL-PAYMENT.
           MOVE "EXTPMT" TO APQ-KIND
           MOVE ACCOUNT-NUM TO APQ-ACCOUNT-NUM
           MOVE 0 TO APQ-TARGET-ACCT
           MOVE WS-EXT-ROUTING TO APQ-ROUTING
           MOVE WS-EXT-ACCOUNT TO APQ-EXT-ACCOUNT
           MOVE WS-EXT-PAYEE TO APQ-PAYEE
           MOVE WS-W-AMOUNT TO APQ-AMOUNT
           MOVE SPACES TO APQ-MEMO
           PERFORM QUEUE-FOR-APPROVAL
           DISPLAY "Payment held for second-operator approval - "
               "item " APQ-ITEM-NUM.

       HOLD-TRANSFER.
           MOVE "TRANSFER" TO APQ-KIND
           MOVE WS-XFER-SOURCE TO APQ-ACCOUNT-NUM
           MOVE WS-XFER-TARGET TO APQ-TARGET-ACCT
           MOVE 0 TO APQ-ROUTING
           MOVE 0 TO APQ-EXT-ACCOUNT
           MOVE NAME TO APQ-PAYEE
           MOVE WS-X-AMOUNT TO APQ-AMOUNT
           MOVE WS-ENTRY-DESC TO APQ-MEMO
           PERFORM QUEUE-FOR-APPROVAL
           DISPLAY "Transfer held for second-operator approval - "
               "item " APQ-ITEM-NUM.

       QUEUE-FOR-APPROVAL.
           PERFORM GET-NEXT-APPR-ITEM
           MOVE WS-NEXT-APPR-ITEM TO APQ-ITEM-NUM
           MOVE 'P' TO APQ-STATUS
           MOVE WS-OPER-ID TO APQ-INIT-OPER
           MOVE WS-OPER-BRANCH TO APQ-INIT-BRANCH
           MOVE WS-TODAY TO APQ-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO APQ-TIME
           MOVE SPACES TO APQ-APPROVER
           MOVE 0 TO APQ-DECIDE-DATE
           MOVE 0 TO APQ-DECIDE-TIME
           MOVE SPACES TO APQ-REASON
           MOVE SPACES TO APQ-TRACE
           MOVE 0 TO APQ-REF-NUM
           OPEN EXTEND APPROVAL-QUEUE
           IF WS-APQ-STATUS = "35"
               OPEN OUTPUT APPROVAL-QUEUE
           END-IF
           WRITE APPROVAL-QUEUE-REC
           CLOSE APPROVAL-QUEUE
           MOVE APQ-ITEM-NUM TO APJ-ITEM-NUM
           MOVE "QUEUED" TO APJ-ACTION
           MOVE APQ-KIND TO APJ-KIND
           MOVE APQ-ACCOUNT-NUM TO APJ-ACCOUNT-NUM
           MOVE APQ-TARGET-ACCT TO APJ-TARGET-ACCT
           MOVE APQ-AMOUNT TO APJ-AMOUNT
           MOVE APQ-INIT-OPER TO APJ-INIT-OPER
           MOVE SPACES TO APJ-APPROVER
           MOVE SPACES TO APJ-REASON
           MOVE SPACES TO APJ-TRACE
           MOVE 0 TO APJ-REF-NUM
           MOVE WS-TODAY TO APJ-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO APJ-CLOCK-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO APJ-CLOCK-TIME
           OPEN EXTEND APPROVAL-JOURNAL
           IF WS-APJ-STATUS = "35"
               OPEN OUTPUT APPROVAL-JOURNAL
           END-IF
           WRITE APPROVAL-JOURNAL-REC
           CLOSE APPROVAL-JOURNAL.

       GET-NEXT-APPR-ITEM.
           MOVE 0 TO WS-NEXT-APPR-ITEM
           OPEN INPUT APPROVAL-SEQUENCE
           IF WS-APPRSEQ-STATUS NOT = "35"
               READ APPROVAL-SEQUENCE
               MOVE CTL-LAST-APPR-ITEM TO WS-NEXT-APPR-ITEM
               CLOSE APPROVAL-SEQUENCE
           END-IF
           ADD 1 TO WS-NEXT-APPR-ITEM
           MOVE WS-NEXT-APPR-ITEM TO CTL-LAST-APPR-ITEM
           OPEN OUTPUT APPROVAL-SEQUENCE
           WRITE APPROVAL-SEQUENCE-REC
           CLOSE APPROVAL-SEQUENCE.

      *> The payee is screened against the sanctions watch list once
      *> the payment has passed every balance and limit check. A hit
      *> is queued for ComplianceReview, which sends the payment if
      *> the hit is released; nothing is debited meanwhile.
       SCREEN-PAYEE.
           MOVE "EXTPMT" TO WLS-SOURCE
           MOVE WS-EXT-PAYEE TO WLS-NAME
           MOVE ACCOUNT-NUM TO WLS-ACCOUNT-NUM
           MOVE WS-W-AMOUNT TO WLS-AMOUNT
           MOVE WS-EXT-ROUTING TO WLS-ROUTING
           MOVE WS-EXT-ACCOUNT TO WLS-EXT-ACCOUNT
           MOVE SPACES TO WLS-TRACE
           MOVE SPACES TO WLS-SOURCE-REF
           MOVE 'C' TO WLS-DC-CODE
           MOVE WS-OPER-ID TO WLS-OPERATOR
           MOVE WS-TODAY TO WLS-DATE
           CALL 'WatchScreen' USING WLS-REQUEST
           IF WLS-RESULT = 'Y' AND WLS-MESSAGE NOT = SPACES
               DISPLAY WLS-MESSAGE
           END-IF.

      *> Outbound traces are "OB" + business date + a five digit
           WRITE OUTBOUND-REG-REC
           CLOSE OUTBOUND-REGISTER.

      *> A cashier's check is drawn on the bank, not the customer:
      *> the money moves to OFFICIAL CHECKS OUTSTANDING when the
      *> check is issued and leaves it when ClearingImport pays the
      *> check. The remitter's account is either debited (OFCHKDR,
      *> under the same balance and limit checks as a withdrawal) or
      *> the customer pays in cash at the drawer (OFCHKCSH, tender C,
      *> account balance untouched - the posting carries the cash to
      *> the GL and the drawer proof). A frozen or dormant remitter
      *> is refused either way.
       ISSUE-OFFICIAL-CHECK.
           OPEN I-O ACCOUNT
           DISPLAY "Remitter account number: "
           ACCEPT WS-ACCOUNT-NUM
           PERFORM VALIDATE-CHECK-DIGIT
           IF CD-RESULT NOT = 'Y'
               DISPLAY "Invalid account number - check digit "
                   "does not prove"
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account not found"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           DISPLAY NAME
           DISPLAY "Payee name: "
           MOVE SPACES TO WS-OFCHK-PAYEE
           ACCEPT WS-OFCHK-PAYEE
           DISPLAY "Check amount: "
           ACCEPT WS-W-AMOUNT
           DISPLAY "Funded by (A=debit the account, C=cash): "
           ACCEPT WS-OFCHK-FUNDING
           PERFORM READ-BUSINESS-DATE
           PERFORM START-TELLER-JOURNAL
           PERFORM EDIT-OFFICIAL-CHECK
           PERFORM PRINT-CUSTOMER-RECEIPT
           CLOSE ACCOUNT.

       EDIT-OFFICIAL-CHECK.
           IF WS-OFCHK-PAYEE = SPACES OR WS-W-AMOUNT = 0
               DISPLAY "Payee and amount are required"
           ELSE IF ACCOUNT-STATUS = 'C'
               DISPLAY "This account is closed"
           ELSE IF ACCOUNT-STATUS = 'F' OR ACCOUNT-STATUS = 'D'
               DISPLAY "Account is frozen or dormant - no official "
                   "check can be issued for this remitter"
           ELSE IF WS-OFCHK-FUNDING = 'C'
               PERFORM GET-NEXT-OFCHK-SERIAL
               MOVE "OFCHKCSH" TO LOG-TXN-TYPE
               MOVE WS-W-AMOUNT TO LOG-AMOUNT
               MOVE 'C' TO WS-TENDER
               PERFORM SET-OFCHK-DESC
               PERFORM LOG-TRANSACTION
               PERFORM WRITE-OFCHK-REGISTER
           ELSE IF WS-OFCHK-FUNDING NOT = 'A'
               DISPLAY "Invalid funding code"
           ELSE IF ACCOUNT-TYPE = 'T' OR ACCOUNT-TYPE = 'L'
               DISPLAY "Not a deposit account"
           ELSE
               PERFORM CHARGE-OFFICIAL-CHECK
           END-IF.

       CHARGE-OFFICIAL-CHECK.
           PERFORM FIND-DAILY-WITHDRAWN
           PERFORM GET-AVAILABLE-BALANCE
           IF WS-W-AMOUNT > WS-AVAILABLE
               DISPLAY "Insufficient available balance"
               PERFORM LOG-NSF-EXCEPTION
           ELSE IF (WS-AVAILABLE - WS-W-AMOUNT) < WS-MIN-BALANCE
               DISPLAY "Check would drop below minimum balance"
           ELSE IF (WS-DAILY-WITHDRAWN + WS-W-AMOUNT)
                   > WS-DAILY-LIMIT
               DISPLAY "Daily withdrawal limit exceeded"
           ELSE
               PERFORM GET-NEXT-OFCHK-SERIAL
               COMPUTE ACCOUNT-BALANCE =
                   ACCOUNT-BALANCE - WS-W-AMOUNT
               REWRITE ACCOUNT-FILE
               MOVE "OFCHKDR" TO LOG-TXN-TYPE
               MOVE WS-W-AMOUNT TO LOG-AMOUNT
               PERFORM SET-OFCHK-DESC
               PERFORM LOG-TRANSACTION
               PERFORM UPDATE-DAILY-WITHDRAWN
               PERFORM WRITE-OFCHK-REGISTER
               MOVE ACCOUNT-BALANCE TO WS-AMT-DISPLAY
               DISPLAY "Account balance: " WS-AMT-DISPLAY
           END-IF.

       SET-OFCHK-DESC.
           MOVE SPACES TO WS-DESC
           STRING "OFFICIAL CHECK " DELIMITED BY SIZE
               WS-OFCHK-SERIAL DELIMITED BY SIZE
               INTO WS-DESC.

       GET-NEXT-OFCHK-SERIAL.
           MOVE 0 TO WS-OFCHK-SERIAL
           OPEN INPUT OFCHK-CONTROL
           IF WS-OFCHKCTL-STATUS NOT = "35"
               READ OFCHK-CONTROL
               MOVE CTL-LAST-OFCHK-SERIAL TO WS-OFCHK-SERIAL
               CLOSE OFCHK-CONTROL
           END-IF
           ADD 1 TO WS-OFCHK-SERIAL
           MOVE WS-OFCHK-SERIAL TO CTL-LAST-OFCHK-SERIAL
           OPEN OUTPUT OFCHK-CONTROL
           WRITE OFCHK-CONTROL-REC
           CLOSE OFCHK-CONTROL.

      *> Runs after LOG-TRANSACTION so OCR-REF-NUM is the issuing
      *> posting's reference.
       WRITE-OFCHK-REGISTER.
           MOVE WS-OFCHK-SERIAL TO OCR-SERIAL
           MOVE WS-TODAY TO OCR-ISSUE-DATE
           MOVE WS-W-AMOUNT TO OCR-AMOUNT
           MOVE WS-OFCHK-PAYEE TO OCR-PAYEE
           MOVE ACCOUNT-NUM TO OCR-REMITTER-ACCT
           IF WS-OFCHK-FUNDING = 'C'
               MOVE 'C' TO OCR-TENDER
           ELSE
               MOVE 'A' TO OCR-TENDER
           END-IF
           MOVE WS-NEXT-REF TO OCR-REF-NUM
           MOVE WS-OPER-ID TO OCR-OPERATOR
           MOVE 'O' TO OCR-STATUS
           MOVE 0 TO OCR-PAID-DATE
           MOVE SPACES TO OCR-PAID-TRACE
           OPEN EXTEND OFFICIAL-CHECK-REGISTER
           IF WS-OFCHK-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-REGISTER
           END-IF
           WRITE OFFICIAL-CHECK-REC
           CLOSE OFFICIAL-CHECK-REGISTER
           MOVE WS-W-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "Official check " WS-OFCHK-SERIAL " issued to "
               WS-OFCHK-PAYEE
           DISPLAY "Amount: " WS-AMT-DISPLAY.

      *> Mis-keyed account numbers have posted to the wrong (but
      *> real) account before; every keyed number is proved against
      *> its check digit before it is used.
           MOVE WS-DESC TO LOG-DESC
           MOVE SPACES TO WS-DESC
           MOVE WS-TRACE TO LOG-TRACE
           MOVE WS-OPER-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE ACCT-BRANCH TO LOG-BRANCH
           END-IF
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           MOVE SPACES TO WS-TRACE
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
           END-IF
           WRITE TRANSACTION-LOG-REC
           CLOSE TRANSACTION-LOG
           IF WS-RUN-MODE NOT = 2
               PERFORM NOTE-TELLER-POSTING
           END-IF.

      *> Counter postings are held for the receipt and the teller
      *> journal; batch postings have neither.
       START-TELLER-JOURNAL.
           MOVE 0 TO WS-JNL-COUNT
           MOVE SPACES TO WS-JNL-OVR-TYPE
           MOVE SPACES TO WS-JNL-OVR-SUP
           MOVE ACCOUNT-NUM TO WS-RCP-ACCOUNT.

       NOTE-TELLER-POSTING.
           IF WS-JNL-COUNT < 20
               ADD 1 TO WS-JNL-COUNT
               MOVE LOG-ACCOUNT-NUM TO WS-JNL-ACCOUNT(WS-JNL-COUNT)
               MOVE LOG-TXN-TYPE TO WS-JNL-TYPE(WS-JNL-COUNT)
               MOVE LOG-AMOUNT TO WS-JNL-AMOUNT(WS-JNL-COUNT)
               MOVE LOG-TENDER TO WS-JNL-TENDER(WS-JNL-COUNT)
               MOVE LOG-REF-NUM TO WS-JNL-REF(WS-JNL-COUNT)
               MOVE LOG-XREF-NUM TO WS-JNL-XREF(WS-JNL-COUNT)
               MOVE LOG-BALANCE TO WS-JNL-BALANCE(WS-JNL-COUNT)
               MOVE LOG-BRANCH TO WS-JNL-BRANCH(WS-JNL-COUNT)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-JNL-CLOCK-DATE(WS-JNL-COUNT)
               MOVE FUNCTION CURRENT-DATE(9:8)
                   TO WS-JNL-CLOCK-TIME(WS-JNL-COUNT)
           END-IF.

      *> Each leg is journaled with the balances as they stand once
      *> the transaction is complete - any check hold placed on the
      *> deposit is already counted against the available balance.
      *> The receipt shows the customer's account masked to its last
      *> two digits and the new available balance of that account;
      *> other accounts touched (transfer target, sweep source) are
      *> listed masked, without their balances.
       PRINT-CUSTOMER-RECEIPT.
           IF WS-JNL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RCP-FOUND
           OPEN EXTEND TELLER-JOURNAL
           IF WS-TJ-STATUS = "35"
               OPEN OUTPUT TELLER-JOURNAL
           END-IF
           PERFORM VARYING WS-JNL-IDX FROM 1 BY 1
                   UNTIL WS-JNL-IDX > WS-JNL-COUNT
               PERFORM WRITE-JOURNAL-ENTRY
           END-PERFORM
           CLOSE TELLER-JOURNAL
           OPEN EXTEND CUSTOMER-RECEIPTS
           IF WS-RCPT-STATUS = "35"
               OPEN OUTPUT CUSTOMER-RECEIPTS
           END-IF
           MOVE ALL "-" TO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           MOVE "CUSTOMER RECEIPT" TO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO WS-RCPT-LINE
           STRING "DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  TIME " DELIMITED BY SIZE
               WS-JNL-CLOCK-TIME(1)(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-JNL-CLOCK-TIME(1)(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-JNL-CLOCK-TIME(1)(5:2) DELIMITED BY SIZE
               INTO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO WS-RCPT-LINE
           STRING "BRANCH " DELIMITED BY SIZE
               WS-JNL-BRANCH(1) DELIMITED BY SIZE
               "  TELLER " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE
               INTO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           MOVE WS-RCP-ACCOUNT TO WS-MASK-SOURCE
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE SPACES TO WS-RCPT-LINE
           STRING "ACCOUNT " DELIMITED BY SIZE
               WS-MASKED-ACCT DELIMITED BY SIZE
               INTO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           PERFORM VARYING WS-JNL-IDX FROM 1 BY 1
                   UNTIL WS-JNL-IDX > WS-JNL-COUNT
               PERFORM WRITE-RECEIPT-LEG
           END-PERFORM
           MOVE SPACES TO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           IF WS-RCP-FOUND = 'Y'
               MOVE WS-RCP-AVAILABLE TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RCPT-LINE
               STRING "AVAILABLE BALANCE " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   INTO WS-RCPT-LINE
               PERFORM WRITE-RECEIPT-LINE
           END-IF
           CLOSE CUSTOMER-RECEIPTS
           DISPLAY "Customer receipt printed - reference "
               WS-JNL-REF(1).

       WRITE-JOURNAL-ENTRY.
           MOVE WS-JNL-ACCOUNT(WS-JNL-IDX) TO HT-ACCOUNT
           MOVE WS-TODAY TO HT-AS-OF-DATE
           CALL 'HoldsTotal' USING HT-REQUEST
           MOVE WS-SESSION-STAMP TO TJ-SESSION
           MOVE WS-OPER-ID TO TJ-OPERATOR
           MOVE WS-JNL-BRANCH(WS-JNL-IDX) TO TJ-BRANCH
           MOVE WS-TODAY TO TJ-BUS-DATE
           MOVE WS-JNL-CLOCK-DATE(WS-JNL-IDX) TO TJ-CLOCK-DATE
           MOVE WS-JNL-CLOCK-TIME(WS-JNL-IDX) TO TJ-CLOCK-TIME
           MOVE WS-RUN-MODE TO TJ-RUN-MODE
           IF WS-RUN-MODE = 5
               MOVE 0 TO TJ-OPTION
           ELSE
               MOVE WS-CHOICE TO TJ-OPTION
           END-IF
           MOVE WS-JNL-ACCOUNT(WS-JNL-IDX) TO TJ-ACCOUNT-NUM
           MOVE WS-JNL-TYPE(WS-JNL-IDX) TO TJ-TXN-TYPE
           MOVE WS-JNL-AMOUNT(WS-JNL-IDX) TO TJ-AMOUNT
           MOVE WS-JNL-TENDER(WS-JNL-IDX) TO TJ-TENDER
           MOVE WS-JNL-REF(WS-JNL-IDX) TO TJ-REF-NUM
           MOVE WS-JNL-XREF(WS-JNL-IDX) TO TJ-XREF-NUM
           MOVE WS-JNL-BALANCE(WS-JNL-IDX) TO TJ-BALANCE
           COMPUTE TJ-AVAILABLE =
               WS-JNL-BALANCE(WS-JNL-IDX) - HT-TOTAL
           MOVE WS-JNL-OVR-TYPE TO TJ-OVR-TYPE
           MOVE WS-JNL-OVR-SUP TO TJ-OVR-SUPERVISOR
           WRITE TELLER-JOURNAL-REC
           IF WS-JNL-ACCOUNT(WS-JNL-IDX) = WS-RCP-ACCOUNT
               MOVE TJ-AVAILABLE TO WS-RCP-AVAILABLE
               MOVE 'Y' TO WS-RCP-FOUND
           END-IF.

       WRITE-RECEIPT-LEG.
           MOVE WS-JNL-ACCOUNT(WS-JNL-IDX) TO WS-MASK-SOURCE
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE WS-JNL-AMOUNT(WS-JNL-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RCPT-LINE
           STRING WS-JNL-TYPE(WS-JNL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MASKED-ACCT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO WS-RCPT-LINE
           STRING "  REF " DELIMITED BY SIZE
               WS-JNL-REF(WS-JNL-IDX) DELIMITED BY SIZE
               INTO WS-RCPT-LINE
           PERFORM WRITE-RECEIPT-LINE.

       MASK-ACCOUNT-NUMBER.
           MOVE "XXX" TO WS-MASKED-ACCT(1:3)
           MOVE WS-MASK-SOURCE(4:2) TO WS-MASKED-ACCT(4:2).

       WRITE-RECEIPT-LINE.
           WRITE CUSTOMER-RECEIPT-LINE FROM WS-RCPT-LINE.

      *> Postings carry the bank business date from bizdate.dat, not
      *> the wall clock, so a catch-up run still posts to the right
           MOVE WS-W-AMOUNT TO OVR-AMOUNT
           MOVE WS-OVR-LIMIT TO OVR-LIMIT-TYPE
           MOVE WS-SUP-ID TO OVR-OPERATOR
           MOVE WS-OVR-LIMIT TO WS-JNL-OVR-TYPE
           MOVE WS-SUP-ID TO WS-JNL-OVR-SUP
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVR-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO OVR-TIME
           OPEN EXTEND OVERRIDE-AUDIT-LOG
               END-READ
           END-IF
           IF WS-XFER-OK = 'Y'
               IF WS-X-AMOUNT > WS-DUAL-THRESHOLD
                   AND CUSTOMER-NUM NOT = WS-XFER-SRC-CUST
                   PERFORM HOLD-TRANSFER
                   MOVE 'H' TO WS-XFER-OK
               ELSE
                   PERFORM MOVE-TRANSFER-FUNDS
               END-IF
           END-IF.

       CHECK-TRANSFER-SOURCE.
               END-IF
           END-IF.

      *> The source is still in the record area here; its customer
      *> is kept so a transfer to another customer over the dual-
      *> control threshold can be told from one between the same
      *> customer's own accounts.
       CHECK-TRANSFER-TARGET.
           MOVE CUSTOMER-NUM TO WS-XFER-SRC-CUST
           MOVE WS-XFER-TARGET TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
               MOVE WS-COUNTED-CASH TO DRW-W-OPEN-AMT
               MOVE 0 TO DRW-W-CLOSE-AMT
               MOVE 'O' TO DRW-W-STATUS
               MOVE WS-OPER-BRANCH TO DRW-W-BRANCH
               IF DRW-W-BRANCH = SPACES
                   MOVE "001" TO DRW-W-BRANCH
               END-IF
               MOVE 0 TO DRW-W-OVER-SHORT
               ADD 1 TO WS-DRW-COUNT
               MOVE WS-DRW-WORK TO WS-DRW-ENTRY(WS-DRW-COUNT)
               PERFORM SAVE-DRAWERS
               COMPUTE WS-OVER-SHORT =
                   WS-COUNTED-CASH - WS-EXPECTED-CASH
               MOVE WS-COUNTED-CASH TO DRW-W-CLOSE-AMT
               MOVE WS-OVER-SHORT TO DRW-W-OVER-SHORT
               MOVE 'C' TO DRW-W-STATUS
               MOVE WS-DRW-WORK TO WS-DRW-ENTRY(WS-DRW-FOUND-IDX)
               PERFORM SAVE-DRAWERS
                               OR LOG-TXN-TYPE = "ODPAYDWN"
                               OR LOG-TXN-TYPE = "LOANPRIN"
                               OR LOG-TXN-TYPE = "LOANINT"
                               OR LOG-TXN-TYPE = "OFCHKCSH"
                               ADD LOG-AMOUNT TO WS-CASH-IN
                           ELSE IF LOG-TXN-TYPE = "WITHDRAW"
                               OR LOG-TXN-TYPE = "ODADVNCE"
               WS-TODAY DELIMITED BY SIZE
               " OPERATOR " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE
               " BRANCH " DELIMITED BY SIZE
               DRW-W-BRANCH DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE DRW-W-OPEN-AMT TO WS-AMT-DISPLAY
       WRITE-DRAWER-LINE.
           WRITE DRAWER-REPORT-LINE FROM WS-DRW-RPT-LINE.

      *> Every drawer session of the business day, grouped by the
      *> branch it was opened at, with branch totals and a bank-wide
      *> consolidation. Drawers still open are counted but have no
      *> settled figures yet. Takes no prompts, so the end-of-day
      *> chain can run it after the tellers have closed.
       BRANCH-DRAWER-SUMMARY.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-DRAWERS
           MOVE 0 TO WS-DBR-COUNT
           PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
                   UNTIL WS-DRW-IDX > WS-DRW-COUNT
               MOVE WS-DRW-ENTRY(WS-DRW-IDX) TO WS-DRW-WORK
               IF DRW-W-DATE = WS-TODAY
                   PERFORM NOTE-DRAWER-BRANCH
               END-IF
           END-PERFORM
           OPEN EXTEND DRAWER-REPORT
           IF WS-DRWRPT-STATUS = "35"
               OPEN OUTPUT DRAWER-REPORT
           END-IF
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "DRAWER SETTLEMENT BY BRANCH " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           IF WS-DBR-COUNT = 0
               MOVE "NO DRAWERS OPENED TODAY" TO WS-DRW-RPT-LINE
               PERFORM WRITE-DRAWER-LINE
           END-IF
           PERFORM VARYING WS-DBR-IDX FROM 1 BY 1
                   UNTIL WS-DBR-IDX > WS-DBR-COUNT
               PERFORM SUMMARIZE-BRANCH-DRAWERS
           END-PERFORM
           MOVE SPACES TO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE WS-BANK-DRAWERS TO WS-CNT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "BANK-WIDE DRAWERS " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE WS-BANK-BEGIN TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "  BEGINNING CASH   : " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE WS-BANK-COUNTED TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "  COUNTED CASH     : " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE WS-BANK-OVSH TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "  OVER(+)/SHORT(-) : " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE WS-BANK-OPEN TO WS-CNT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "  STILL OPEN       : " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           CLOSE DRAWER-REPORT
           DISPLAY "Drawers today: " WS-BANK-DRAWERS
               "  still open: " WS-BANK-OPEN
           DISPLAY "Summary written to drawerrpt.txt".

       NOTE-DRAWER-BRANCH.
           IF DRW-W-BRANCH = SPACES
               MOVE "001" TO DRW-W-BRANCH
           END-IF
           MOVE 0 TO WS-DBR-FOUND-IDX
           PERFORM VARYING WS-DBR-IDX FROM 1 BY 1
                   UNTIL WS-DBR-IDX > WS-DBR-COUNT
               IF WS-DBR-CODE(WS-DBR-IDX) = DRW-W-BRANCH
                   MOVE WS-DBR-IDX TO WS-DBR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DBR-FOUND-IDX = 0 AND WS-DBR-COUNT < 20
               ADD 1 TO WS-DBR-COUNT
               MOVE DRW-W-BRANCH TO WS-DBR-CODE(WS-DBR-COUNT)
           END-IF.

       SUMMARIZE-BRANCH-DRAWERS.
           MOVE 0 TO WS-DBR-DRAWERS
           MOVE 0 TO WS-DBR-OPEN
           MOVE 0 TO WS-DBR-BEGIN
           MOVE 0 TO WS-DBR-COUNTED
           MOVE 0 TO WS-DBR-OVSH
           MOVE SPACES TO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "BRANCH " DELIMITED BY SIZE
               WS-DBR-CODE(WS-DBR-IDX) DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
                   UNTIL WS-DRW-IDX > WS-DRW-COUNT
               MOVE WS-DRW-ENTRY(WS-DRW-IDX) TO WS-DRW-WORK
               IF DRW-W-BRANCH = SPACES
                   MOVE "001" TO DRW-W-BRANCH
               END-IF
               IF DRW-W-DATE = WS-TODAY
                   AND DRW-W-BRANCH = WS-DBR-CODE(WS-DBR-IDX)
                   PERFORM LIST-ONE-DRAWER
               END-IF
           END-PERFORM
           MOVE WS-DBR-BEGIN TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "  BRANCH BEGINNING : " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE WS-DBR-COUNTED TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "  BRANCH COUNTED   : " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           MOVE WS-DBR-OVSH TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           STRING "  BRANCH OVER/SHORT: " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-DRW-RPT-LINE
           PERFORM WRITE-DRAWER-LINE
           ADD WS-DBR-DRAWERS TO WS-BANK-DRAWERS
           ADD WS-DBR-OPEN TO WS-BANK-OPEN
           ADD WS-DBR-BEGIN TO WS-BANK-BEGIN
           ADD WS-DBR-COUNTED TO WS-BANK-COUNTED
           ADD WS-DBR-OVSH TO WS-BANK-OVSH.

       LIST-ONE-DRAWER.
           ADD 1 TO WS-DBR-DRAWERS
           ADD DRW-W-OPEN-AMT TO WS-DBR-BEGIN
           MOVE DRW-W-OPEN-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-DRW-RPT-LINE
           IF DRW-W-STATUS = 'O'
               ADD 1 TO WS-DBR-OPEN
               STRING "  OPERATOR " DELIMITED BY SIZE
                   DRW-W-OPERATOR DELIMITED BY SIZE
                   " BEGIN " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   "  ** STILL OPEN **" DELIMITED BY SIZE
                   INTO WS-DRW-RPT-LINE
           ELSE
               ADD DRW-W-CLOSE-AMT TO WS-DBR-COUNTED
               ADD DRW-W-OVER-SHORT TO WS-DBR-OVSH
               STRING "  OPERATOR " DELIMITED BY SIZE
                   DRW-W-OPERATOR DELIMITED BY SIZE
                   " BEGIN " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   INTO WS-DRW-RPT-LINE
               MOVE DRW-W-CLOSE-AMT TO WS-AMT-DISPLAY
               MOVE " COUNTED" TO WS-DRW-RPT-LINE(35:8)
               MOVE WS-AMT-DISPLAY TO WS-DRW-RPT-LINE(43:12)
               MOVE DRW-W-OVER-SHORT TO WS-AMT-DISPLAY
               MOVE " O/S" TO WS-DRW-RPT-LINE(55:4)
               MOVE WS-AMT-DISPLAY TO WS-DRW-RPT-LINE(59:12)
           END-IF
           PERFORM WRITE-DRAWER-LINE.

       BATCH-PROCESS-TRANSACTIONS.
           PERFORM READ-BUSINESS-DATE
           MOVE "BATCHPST" TO RC-JOB-NAME
                           IF (LOG-TXN-TYPE = "WITHDRAW"
                               OR LOG-TXN-TYPE = "XFEROUT"
                               OR LOG-TXN-TYPE = "STORDOUT"
                               OR LOG-TXN-TYPE = "EXTPMTDR"
                               OR LOG-TXN-TYPE = "OFCHKDR")
                               AND LOG-DATE = WS-TODAY
                               MOVE LOG-ACCOUNT-NUM TO ACCOUNT-NUM
                               PERFORM FIND-DAILY-WITHDRAWN
