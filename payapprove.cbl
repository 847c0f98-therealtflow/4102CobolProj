       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentApproval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE ASSIGN TO 'approvq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.
           SELECT APPROVAL-JOURNAL ASSIGN TO 'apprjrnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APJ-STATUS.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REF-CONTROL ASSIGN TO 'refctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO 'clearout.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUTBOUND-REGISTER ASSIGN TO 'outreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTREG-STATUS.
           SELECT TRACE-CONTROL ASSIGN TO 'tracectl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACECTL-STATUS.
           SELECT TXN-CONTROL ASSIGN TO 'txnctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNCTL-STATUS.
           SELECT EOD-STEP ASSIGN TO 'eodstep.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-QUEUE.
       COPY "APPROVQ.cpy".

       FD APPROVAL-JOURNAL.
       COPY "APPRJRN.cpy".

       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

       FD REF-CONTROL.
       01 REF-CONTROL-REC.
           05 CTL-LAST-REF-NUM PIC 9(9).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

      *> Items we originate, in the clearing partner's fixed
      *> interchange layout (same shape ClearingImport reads).
       FD OUTBOUND-FILE.
       01 OUTBOUND-ITEM-REC.
           05 OUT-TRACE-NUM   PIC X(15).
           05 OUT-ROUTING     PIC 9(9).
           05 OUT-ACCOUNT-NUM PIC 9(5).
           05 OUT-AMOUNT      PIC 9(7)V99.
           05 OUT-DC-CODE     PIC X(1).

       FD OUTBOUND-REGISTER.
       COPY "OUTREG.cpy".

       FD TRACE-CONTROL.
       01 TRACE-CONTROL-REC.
           05 CTL-LAST-TRACE-SEQ PIC 9(5).

      *> Same layout transactions.cbl reads: the limits an approved
      *> item is re-checked against before it posts.
       FD TXN-CONTROL.
       01 TXN-CONTROL-REC.
           05 CTL-MIN-BALANCE PIC 9(7)V99.
           05 CTL-DAILY-LIMIT PIC 9(7)V99.

       FD EOD-STEP.
       COPY "EODSTEP.cpy".

       WORKING-STORAGE SECTION.
       01 WS-APQ-STATUS PIC XX.
       01 WS-APJ-STATUS PIC XX.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-OUTREG-STATUS PIC XX.
       01 WS-TRACECTL-STATUS PIC XX.
       01 WS-TXNCTL-STATUS PIC XX.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-APQ-EOF PIC X VALUE 'N'.
       01 WS-LOG-EOF PIC X VALUE 'N'.
       01 WS-OUTREG-EOF PIC X VALUE 'N'.
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-RUN-MODE PIC 9 VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-BRANCH PIC X(3) VALUE SPACES.
       01 WS-ITEM-NUM PIC 9(7) VALUE 0.
       01 WS-ACTION PIC X(1).
       01 WS-REASON PIC X(30).
       01 WS-POST-OK PIC X VALUE 'N'.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRE-COUNT PIC 9(5) VALUE 0.
       01 WS-Q-COUNT PIC 9(4) VALUE 0.
       01 WS-Q-IDX PIC 9(4).
       01 WS-Q-HIT PIC 9(4) VALUE 0.
       01 WS-Q-OVERFLOW PIC X VALUE 'N'.
       01 WS-QUEUE-TABLE.
           05 WS-Q-ENTRY OCCURS 1000 TIMES PIC X(206).
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-PENDING-XREF PIC 9(9) VALUE 0.
       01 WS-DEBIT-REF PIC 9(9) VALUE 0.
       01 WS-NEXT-TRACE-SEQ PIC 9(5) VALUE 0.
       01 WS-OUT-TRACE PIC X(15).
       01 WS-DESC PIC X(30) VALUE SPACES.
       01 WS-TRACE PIC X(15) VALUE SPACES.
       01 WS-AVAILABLE PIC S9(9)V99 VALUE 0.
       01 WS-MIN-BALANCE PIC 9(7)V99 VALUE 100.00.
       01 WS-DAILY-LIMIT PIC 9(7)V99 VALUE 1000.00.
       01 WS-DAILY-WITHDRAWN PIC 9(9)V99 VALUE 0.
       01 WS-AMT-DISPLAY PIC -(8)9.99.
       01 WS-TOT-DISPLAY PIC -(10)9.99.
       01 WS-HIST-COUNT PIC 9(2) VALUE 0.
       01 WS-HIST-NEXT PIC 9(2) VALUE 1.
       01 WS-HIST-IDX PIC 9(2).
       01 WS-HIST-SHOWN PIC 9(2).
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 10 TIMES PIC X(70).
       01 WS-PAYEE-COUNT PIC 9(5) VALUE 0.
       01 WS-PAYEE-RETURNS PIC 9(5) VALUE 0.
       01 WS-PAYEE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-PRIOR-APPROVED PIC 9(5) VALUE 0.
       01 WS-PRIOR-REJECTED PIC 9(5) VALUE 0.
       01 WS-PRIOR-EXPIRED PIC 9(5) VALUE 0.
       01 WS-PRIOR-SAME-PAYEE PIC 9(5) VALUE 0.
       01 WS-ITEM-SAVE PIC X(206).
       01 WS-HIST-ACCOUNT PIC 9(5).
       01 WS-HIST-TARGET PIC 9(5).
       01 WS-HIST-ROUTING PIC 9(9).
       01 WS-HIST-EXT-ACCT PIC 9(5).
       COPY "SIGNON.cpy".
       COPY "HOLDTOT.cpy".

      *> Dual control for large money movement. Teller payments to
      *> other banks and transfers to another customer's account
      *> over the apprctl.dat threshold are queued by transactions.cbl
      *> instead of posting. A second operator, never the one who
      *> keyed the item, reviews each here and approves it (posted
      *> and, for a payment, originated) or rejects it with a
      *> reason. The end-of-day chain runs mode 2 to expire what was
      *> not decided that day. Every step goes to apprjrnl.txt.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Dual-Control Payment Approval"
           PERFORM CHECK-AUTO-STEP
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-MODE TO WS-RUN-MODE
               MOVE EOD-STEP-OPERATOR TO WS-OPER-ID
           ELSE
               PERFORM OPERATOR-SIGN-ON
               DISPLAY "1. Review pending items"
               DISPLAY "2. Expire unapproved items (end of day)"
               ACCEPT WS-RUN-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-TXN-CONTROL
           PERFORM LOAD-QUEUE
           IF WS-Q-OVERFLOW = 'Y'
               DISPLAY "approvq.txt is larger than the review table - "
                   "run refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RUN-MODE = 2
               PERFORM EXPIRE-PENDING-ITEMS
           ELSE IF WS-AUTO-MODE = 'Y'
               DISPLAY "Only the expiry run (mode 2) can run "
                   "unattended - run refused"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-RUN-MODE = 1
               PERFORM LIST-PENDING
               MOVE 1 TO WS-ITEM-NUM
               PERFORM UNTIL WS-ITEM-NUM = 0
                   DISPLAY "Item number to review (0 = finished): "
                   ACCEPT WS-ITEM-NUM
                   IF WS-ITEM-NUM > 0
                       PERFORM REVIEW-ONE-ITEM
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "Invalid option"
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
                       IF EOD-STEP-PROGRAM = "PaymentApproval"
                           MOVE 'Y' TO WS-AUTO-MODE
                       END-IF
               END-READ
               CLOSE EOD-STEP
           END-IF.

       LOAD-QUEUE.
           MOVE 0 TO WS-Q-COUNT
           MOVE 'N' TO WS-Q-OVERFLOW
           MOVE 'N' TO WS-APQ-EOF
           OPEN INPUT APPROVAL-QUEUE
           IF WS-APQ-STATUS = "35"
               MOVE 'Y' TO WS-APQ-EOF
           END-IF
           PERFORM UNTIL WS-APQ-EOF = 'Y'
               READ APPROVAL-QUEUE
                   AT END
                       MOVE 'Y' TO WS-APQ-EOF
                   NOT AT END
                       IF WS-Q-COUNT < 1000
                           ADD 1 TO WS-Q-COUNT
                           MOVE APPROVAL-QUEUE-REC
                               TO WS-Q-ENTRY(WS-Q-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-Q-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APQ-STATUS NOT = "35"
               CLOSE APPROVAL-QUEUE
           END-IF.

       SAVE-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO APPROVAL-QUEUE-REC
               WRITE APPROVAL-QUEUE-REC
           END-PERFORM
           CLOSE APPROVAL-QUEUE.

       LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO APPROVAL-QUEUE-REC
               IF APQ-STATUS = 'P'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE APQ-AMOUNT TO WS-AMT-DISPLAY
                   DISPLAY APQ-ITEM-NUM " " APQ-KIND " "
                       APQ-ACCOUNT-NUM " " APQ-PAYEE " "
                       WS-AMT-DISPLAY " " APQ-INIT-OPER
               END-IF
           END-PERFORM
           DISPLAY "Items pending approval: " WS-PENDING-COUNT.

       REVIEW-ONE-ITEM.
           PERFORM FIND-PENDING-ITEM
           IF WS-Q-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF APQ-INIT-OPER = WS-OPER-ID
               DISPLAY "You keyed this item - a different operator "
                   "must approve or reject it"
               MOVE "REFUSED" TO APJ-ACTION
               MOVE "APPROVER IS THE INITIATOR" TO WS-REASON
               PERFORM WRITE-JOURNAL
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ITEM
           PERFORM SHOW-CUSTOMER-HISTORY
           MOVE WS-Q-ENTRY(WS-Q-HIT) TO APPROVAL-QUEUE-REC
           DISPLAY "A = approve and post, R = reject, "
               "other = leave pending: "
           ACCEPT WS-ACTION
           IF WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'R'
               DISPLAY "Item left pending"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REASON
           IF WS-ACTION = 'R'
               DISPLAY "Reason: "
               ACCEPT WS-REASON
               IF WS-REASON = SPACES
                   DISPLAY "A reason is required - item left pending"
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> Another approver may have decided the item, and tellers may
      *> have queued new ones, while this one was on screen.
           PERFORM FIND-PENDING-ITEM
           IF WS-Q-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = 'R'
               MOVE "REJECTED" TO APJ-ACTION
               DISPLAY "Nothing was debited or sent"
           ELSE
               PERFORM POST-APPROVED-ITEM
               IF WS-POST-OK NOT = 'Y'
                   DISPLAY "Item left pending"
                   MOVE "REFUSED" TO APJ-ACTION
                   PERFORM WRITE-JOURNAL
                   EXIT PARAGRAPH
               END-IF
               MOVE "APPROVED" TO APJ-ACTION
           END-IF
           MOVE WS-ACTION TO APQ-STATUS
           MOVE WS-OPER-ID TO APQ-APPROVER
           MOVE WS-TODAY TO APQ-DECIDE-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO APQ-DECIDE-TIME
           MOVE WS-REASON TO APQ-REASON
           MOVE APPROVAL-QUEUE-REC TO WS-Q-ENTRY(WS-Q-HIT)
           PERFORM SAVE-QUEUE
           PERFORM WRITE-JOURNAL
           DISPLAY "Item " APQ-ITEM-NUM " " APJ-ACTION " recorded".

      *> Reads approvq.txt afresh and leaves the item in
      *> APPROVAL-QUEUE-REC with WS-Q-HIT set, or WS-Q-HIT zero when
      *> it is missing or no longer pending.
       FIND-PENDING-ITEM.
           MOVE 0 TO WS-Q-HIT
           PERFORM LOAD-QUEUE
           IF WS-Q-OVERFLOW = 'Y'
               DISPLAY "approvq.txt is larger than the review table - "
                   "item left pending"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO APPROVAL-QUEUE-REC
               IF APQ-ITEM-NUM = WS-ITEM-NUM
                   MOVE WS-Q-IDX TO WS-Q-HIT
               END-IF
           END-PERFORM
           IF WS-Q-HIT = 0
               DISPLAY "Item " WS-ITEM-NUM " not in the queue"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Q-ENTRY(WS-Q-HIT) TO APPROVAL-QUEUE-REC
           IF APQ-STATUS NOT = 'P'
               DISPLAY "Item " WS-ITEM-NUM " already decided: "
                   APQ-STATUS " by " APQ-APPROVER " on "
                   APQ-DECIDE-DATE
               MOVE 0 TO WS-Q-HIT
           END-IF.

       SHOW-ITEM.
           DISPLAY "=========================================="
           DISPLAY "Item      : " APQ-ITEM-NUM "  " APQ-KIND
           DISPLAY "Paying    : account " APQ-ACCOUNT-NUM
           DISPLAY "Payee     : " APQ-PAYEE
           IF APQ-KIND = "EXTPMT"
               DISPLAY "Other bank: " APQ-ROUTING " acct "
                   APQ-EXT-ACCOUNT
           ELSE
               DISPLAY "To account: " APQ-TARGET-ACCT
           END-IF
           MOVE APQ-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "Amount    : " WS-AMT-DISPLAY
           IF APQ-MEMO NOT = SPACES
               DISPLAY "Memo      : " APQ-MEMO
           END-IF
           DISPLAY "Keyed     : " APQ-DATE " " APQ-TIME " by "
               APQ-INIT-OPER " branch " APQ-INIT-BRANCH.

      *> What the approver needs to judge the item: the paying
      *> account as it stands, its last ten postings, what has gone
      *> to this payee before, and how earlier held items for the
      *> account were decided.
       SHOW-CUSTOMER-HISTORY.
           MOVE APPROVAL-QUEUE-REC TO WS-ITEM-SAVE
           MOVE APQ-ACCOUNT-NUM TO WS-HIST-ACCOUNT
           MOVE APQ-TARGET-ACCT TO WS-HIST-TARGET
           MOVE APQ-ROUTING TO WS-HIST-ROUTING
           MOVE APQ-EXT-ACCOUNT TO WS-HIST-EXT-ACCT
           PERFORM SHOW-PAYING-ACCOUNT
           MOVE WS-ITEM-SAVE TO APPROVAL-QUEUE-REC
           PERFORM SHOW-RECENT-POSTINGS
           IF APQ-KIND = "EXTPMT"
               PERFORM SHOW-PRIOR-PAYMENTS
           END-IF
           PERFORM SHOW-PRIOR-HELD-ITEMS
           MOVE WS-ITEM-SAVE TO APPROVAL-QUEUE-REC.

       SHOW-PAYING-ACCOUNT.
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found"
               EXIT PARAGRAPH
           END-IF
           MOVE APQ-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Paying account " APQ-ACCOUNT-NUM
                       " not on file"
               NOT INVALID KEY
                   PERFORM GET-AVAILABLE-BALANCE
                   DISPLAY "Customer  : " CUSTOMER-NUM " " NAME
                   DISPLAY "Account   : type " ACCOUNT-TYPE
                       " status " ACCOUNT-STATUS " branch "
                       ACCT-BRANCH
                   MOVE ACCOUNT-BALANCE TO WS-AMT-DISPLAY
                   DISPLAY "Balance   : " WS-AMT-DISPLAY
                   MOVE WS-AVAILABLE TO WS-AMT-DISPLAY
                   DISPLAY "Available : " WS-AMT-DISPLAY
           END-READ
           IF APQ-KIND = "TRANSFER"
               MOVE APQ-TARGET-ACCT TO ACCOUNT-NUM
               READ ACCOUNT
                   INVALID KEY
                       DISPLAY "Target account " APQ-TARGET-ACCT
                           " not on file"
                   NOT INVALID KEY
                       DISPLAY "Target    : customer " CUSTOMER-NUM
                           " type " ACCOUNT-TYPE " status "
                           ACCOUNT-STATUS
               END-READ
           END-IF
           CLOSE ACCOUNT.

      *> The last ten postings are kept in a small ring as the log is
      *> read, then shown oldest first.
       SHOW-RECENT-POSTINGS.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 1 TO WS-HIST-NEXT
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               DISPLAY "No postings on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ TRANSACTION-LOG
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF LOG-ACCOUNT-NUM = APQ-ACCOUNT-NUM
                           PERFORM KEEP-RECENT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-LOG
           DISPLAY "Last postings on account " APQ-ACCOUNT-NUM ":"
           IF WS-HIST-COUNT < 10
               MOVE 1 TO WS-HIST-IDX
           ELSE
               MOVE WS-HIST-NEXT TO WS-HIST-IDX
           END-IF
           PERFORM VARYING WS-HIST-SHOWN FROM 1 BY 1
                   UNTIL WS-HIST-SHOWN > WS-HIST-COUNT
               DISPLAY "  " WS-HIST-ENTRY(WS-HIST-IDX)
               ADD 1 TO WS-HIST-IDX
               IF WS-HIST-IDX > 10
                   MOVE 1 TO WS-HIST-IDX
               END-IF
           END-PERFORM.

       KEEP-RECENT-POSTING.
           MOVE LOG-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-HIST-ENTRY(WS-HIST-NEXT)
           STRING LOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-TXN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-DESC DELIMITED BY SIZE
               INTO WS-HIST-ENTRY(WS-HIST-NEXT)
           ADD 1 TO WS-HIST-NEXT
           IF WS-HIST-NEXT > 10
               MOVE 1 TO WS-HIST-NEXT
           END-IF
           IF WS-HIST-COUNT < 10
               ADD 1 TO WS-HIST-COUNT
           END-IF.

       SHOW-PRIOR-PAYMENTS.
           MOVE 0 TO WS-PAYEE-COUNT
           MOVE 0 TO WS-PAYEE-RETURNS
           MOVE 0 TO WS-PAYEE-TOTAL
           MOVE 'N' TO WS-OUTREG-EOF
           OPEN INPUT OUTBOUND-REGISTER
           IF WS-OUTREG-STATUS = "35"
               MOVE 'Y' TO WS-OUTREG-EOF
           END-IF
           PERFORM UNTIL WS-OUTREG-EOF = 'Y'
               READ OUTBOUND-REGISTER
                   AT END
                       MOVE 'Y' TO WS-OUTREG-EOF
                   NOT AT END
                       IF OBR-ACCOUNT = APQ-ACCOUNT-NUM
                           AND OBR-ROUTING = APQ-ROUTING
                           AND OBR-EXT-ACCT = APQ-EXT-ACCOUNT
                           ADD 1 TO WS-PAYEE-COUNT
                           ADD OBR-AMOUNT TO WS-PAYEE-TOTAL
                           IF OBR-STATUS = 'R'
                               ADD 1 TO WS-PAYEE-RETURNS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OUTREG-STATUS NOT = "35"
               CLOSE OUTBOUND-REGISTER
           END-IF
           IF WS-PAYEE-COUNT = 0
               DISPLAY "*** FIRST PAYMENT FROM THIS ACCOUNT TO THIS "
                   "PAYEE ***"
           ELSE
               MOVE WS-PAYEE-TOTAL TO WS-TOT-DISPLAY
               DISPLAY "Paid before: " WS-PAYEE-COUNT " items "
                   WS-TOT-DISPLAY " returned " WS-PAYEE-RETURNS
           END-IF.

       SHOW-PRIOR-HELD-ITEMS.
           MOVE 0 TO WS-PRIOR-APPROVED
           MOVE 0 TO WS-PRIOR-REJECTED
           MOVE 0 TO WS-PRIOR-EXPIRED
           MOVE 0 TO WS-PRIOR-SAME-PAYEE
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO APPROVAL-QUEUE-REC
               IF WS-Q-IDX NOT = WS-Q-HIT
                   AND APQ-ACCOUNT-NUM = WS-HIST-ACCOUNT
                   PERFORM COUNT-PRIOR-HELD-ITEM
               END-IF
           END-PERFORM
           DISPLAY "Earlier held items: approved " WS-PRIOR-APPROVED
               " rejected " WS-PRIOR-REJECTED " expired "
               WS-PRIOR-EXPIRED
           IF WS-PRIOR-SAME-PAYEE > 0
               DISPLAY "  of which to this payee: " WS-PRIOR-SAME-PAYEE
           END-IF.

       COUNT-PRIOR-HELD-ITEM.
           IF APQ-STATUS = 'A'
               ADD 1 TO WS-PRIOR-APPROVED
           ELSE IF APQ-STATUS = 'R'
               ADD 1 TO WS-PRIOR-REJECTED
           ELSE IF APQ-STATUS = 'X'
               ADD 1 TO WS-PRIOR-EXPIRED
           END-IF.
           IF APQ-STATUS NOT = 'P'
               AND APQ-TARGET-ACCT = WS-HIST-TARGET
               AND APQ-ROUTING = WS-HIST-ROUTING
               AND APQ-EXT-ACCOUNT = WS-HIST-EXT-ACCT
               ADD 1 TO WS-PRIOR-SAME-PAYEE
           END-IF.

      *> Nothing moved when the item was keyed, so the approver's
      *> decision is checked again against the account as it stands
      *> now - status, available funds, minimum balance and today's
      *> withdrawal limit - exactly as the teller's posting would
      *> have been. A failure leaves the item pending.
       POST-APPROVED-ITEM.
           MOVE 'N' TO WS-POST-OK
           MOVE SPACES TO WS-REASON
           OPEN I-O ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found"
               MOVE "ACCOUNT FILE NOT FOUND" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE APQ-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Paying account " APQ-ACCOUNT-NUM
                       " not on file"
                   MOVE "PAYING ACCOUNT NOT ON FILE" TO WS-REASON
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-AVAILABLE-BALANCE
           PERFORM FIND-DAILY-WITHDRAWN
           IF ACCOUNT-STATUS NOT = 'O'
               DISPLAY "Paying account is not open - status "
                   ACCOUNT-STATUS
               MOVE "PAYING ACCOUNT NOT OPEN" TO WS-REASON
           ELSE IF APQ-AMOUNT > WS-AVAILABLE
               DISPLAY "Insufficient available balance"
               MOVE "INSUFFICIENT AVAILABLE BALANCE" TO WS-REASON
           ELSE IF (WS-AVAILABLE - APQ-AMOUNT) < WS-MIN-BALANCE
               DISPLAY "Would take the account below its minimum "
                   "balance"
               MOVE "BELOW MINIMUM BALANCE" TO WS-REASON
           ELSE IF (WS-DAILY-WITHDRAWN + APQ-AMOUNT)
                   > WS-DAILY-LIMIT
               DISPLAY "Daily withdrawal limit would be exceeded"
               MOVE "DAILY LIMIT EXCEEDED" TO WS-REASON
           ELSE IF APQ-KIND = "EXTPMT"
               PERFORM SEND-APPROVED-PAYMENT
           ELSE
               PERFORM POST-APPROVED-TRANSFER
           END-IF.
           CLOSE ACCOUNT.

       SEND-APPROVED-PAYMENT.
           PERFORM GET-NEXT-TRACE-NUM
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE - APQ-AMOUNT
           REWRITE ACCOUNT-FILE
           MOVE "EXTPMTDR" TO LOG-TXN-TYPE
           MOVE APQ-AMOUNT TO LOG-AMOUNT
           MOVE SPACES TO WS-DESC
           IF APQ-MEMO NOT = SPACES
               MOVE APQ-MEMO TO WS-DESC
           ELSE
               STRING "PAYMENT TO BANK " DELIMITED BY SIZE
                   APQ-ROUTING DELIMITED BY SIZE
                   INTO WS-DESC
           END-IF
           MOVE WS-OUT-TRACE TO WS-TRACE
           PERFORM LOG-TRANSACTION
           PERFORM WRITE-OUTBOUND-ITEM
           PERFORM WRITE-OUTBOUND-REGISTER
           MOVE WS-OUT-TRACE TO APQ-TRACE
           MOVE WS-NEXT-REF TO APQ-REF-NUM
           MOVE 'Y' TO WS-POST-OK
           DISPLAY "Payment sent under trace " WS-OUT-TRACE.

      *> The target is checked the way the teller's transfer checks
      *> it before either leg posts.
       POST-APPROVED-TRANSFER.
           MOVE APQ-TARGET-ACCT TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Transfer target account not found "
                       APQ-TARGET-ACCT
                   MOVE "TARGET ACCOUNT NOT ON FILE" TO WS-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = 'C'
               DISPLAY "Transfer target account is closed "
                   APQ-TARGET-ACCT
               MOVE "TARGET ACCOUNT CLOSED" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE = 'T' OR ACCOUNT-TYPE = 'L'
               DISPLAY "Transfer target is not a deposit account "
                   APQ-TARGET-ACCT
               MOVE "TARGET NOT A DEPOSIT ACCOUNT" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE APQ-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE - APQ-AMOUNT
           REWRITE ACCOUNT-FILE
           MOVE "XFEROUT" TO LOG-TXN-TYPE
           MOVE APQ-AMOUNT TO LOG-AMOUNT
           MOVE APQ-MEMO TO WS-DESC
           PERFORM LOG-TRANSACTION
           MOVE WS-NEXT-REF TO WS-DEBIT-REF
           MOVE WS-NEXT-REF TO WS-PENDING-XREF
           MOVE APQ-TARGET-ACCT TO ACCOUNT-NUM
           READ ACCOUNT
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE + APQ-AMOUNT
           REWRITE ACCOUNT-FILE
           MOVE "XFERIN" TO LOG-TXN-TYPE
           MOVE APQ-AMOUNT TO LOG-AMOUNT
           MOVE APQ-MEMO TO WS-DESC
           PERFORM LOG-TRANSACTION
           MOVE SPACES TO APQ-TRACE
           MOVE WS-DEBIT-REF TO APQ-REF-NUM
           MOVE 'Y' TO WS-POST-OK
           DISPLAY "Transfer posted to account " APQ-TARGET-ACCT.

      *> Today's withdrawals are the same posting types the teller's
      *> daily limit counts, read back from the log.
       FIND-DAILY-WITHDRAWN.
           MOVE 0 TO WS-DAILY-WITHDRAWN
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ TRANSACTION-LOG
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF (LOG-TXN-TYPE = "WITHDRAW"
                           OR LOG-TXN-TYPE = "XFEROUT"
                           OR LOG-TXN-TYPE = "STORDOUT"
                           OR LOG-TXN-TYPE = "EXTPMTDR"
                           OR LOG-TXN-TYPE = "OFCHKDR")
                           AND LOG-DATE = WS-TODAY
                           AND LOG-ACCOUNT-NUM = APQ-ACCOUNT-NUM
                           ADD LOG-AMOUNT TO WS-DAILY-WITHDRAWN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-LOG.

      *> Run by the end-of-day chain after the counters close: an
      *> item nobody decided on its business day does not carry
      *> over, and the teller must key it again if it is still wanted.
       EXPIRE-PENDING-ITEMS.
           MOVE 0 TO WS-EXPIRE-COUNT
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO APPROVAL-QUEUE-REC
               IF APQ-STATUS = 'P' AND APQ-DATE NOT > WS-TODAY
                   MOVE 'X' TO APQ-STATUS
                   MOVE WS-OPER-ID TO APQ-APPROVER
                   MOVE WS-TODAY TO APQ-DECIDE-DATE
                   MOVE FUNCTION CURRENT-DATE(9:8) TO APQ-DECIDE-TIME
                   MOVE "NOT APPROVED BY END OF DAY" TO WS-REASON
                   MOVE WS-REASON TO APQ-REASON
                   MOVE APPROVAL-QUEUE-REC TO WS-Q-ENTRY(WS-Q-IDX)
                   MOVE "EXPIRED" TO APJ-ACTION
                   PERFORM WRITE-JOURNAL
                   ADD 1 TO WS-EXPIRE-COUNT
               END-IF
           END-PERFORM
           IF WS-EXPIRE-COUNT > 0
               PERFORM SAVE-QUEUE
           END-IF
           DISPLAY "Unapproved items expired: " WS-EXPIRE-COUNT.

      *> Caller sets APJ-ACTION and WS-REASON for the item in
      *> APPROVAL-QUEUE-REC; the approver is the operator running
      *> this program (the end-of-day operator on an expiry run).
       WRITE-JOURNAL.
           MOVE APQ-ITEM-NUM TO APJ-ITEM-NUM
           MOVE APQ-KIND TO APJ-KIND
           MOVE APQ-ACCOUNT-NUM TO APJ-ACCOUNT-NUM
           MOVE APQ-TARGET-ACCT TO APJ-TARGET-ACCT
           MOVE APQ-AMOUNT TO APJ-AMOUNT
           MOVE APQ-INIT-OPER TO APJ-INIT-OPER
           MOVE WS-OPER-ID TO APJ-APPROVER
           MOVE WS-REASON TO APJ-REASON
           MOVE APQ-TRACE TO APJ-TRACE
           MOVE APQ-REF-NUM TO APJ-REF-NUM
           MOVE WS-TODAY TO APJ-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO APJ-CLOCK-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO APJ-CLOCK-TIME
           OPEN EXTEND APPROVAL-JOURNAL
           IF WS-APJ-STATUS = "35"
               OPEN OUTPUT APPROVAL-JOURNAL
           END-IF
           WRITE APPROVAL-JOURNAL-REC
           CLOSE APPROVAL-JOURNAL.

       OPERATOR-SIGN-ON.
           DISPLAY "Approving operator ID: "
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
           MOVE SGN-BRANCH TO WS-OPER-BRANCH.

       READ-TXN-CONTROL.
           OPEN INPUT TXN-CONTROL
           IF WS-TXNCTL-STATUS = "35"
               DISPLAY "No txnctl.dat found - using default limits"
           ELSE
               READ TXN-CONTROL
               MOVE CTL-MIN-BALANCE TO WS-MIN-BALANCE
               MOVE CTL-DAILY-LIMIT TO WS-DAILY-LIMIT
               CLOSE TXN-CONTROL
           END-IF.

      *> Available funds are the ledger balance less the account's
      *> unreleased deposit holds as of the business date.
       GET-AVAILABLE-BALANCE.
           MOVE ACCOUNT-NUM TO HT-ACCOUNT
           MOVE WS-TODAY TO HT-AS-OF-DATE
           CALL 'HoldsTotal' USING HT-REQUEST
           COMPUTE WS-AVAILABLE = ACCOUNT-BALANCE - HT-TOTAL.

      *> Outbound traces are "OB" + business date + a five digit
      *> sequence, which exactly fills the partner's 15 byte field.
       GET-NEXT-TRACE-NUM.
           MOVE 0 TO WS-NEXT-TRACE-SEQ
           OPEN INPUT TRACE-CONTROL
           IF WS-TRACECTL-STATUS = "35"
               MOVE 0 TO WS-NEXT-TRACE-SEQ
           ELSE
               READ TRACE-CONTROL
               MOVE CTL-LAST-TRACE-SEQ TO WS-NEXT-TRACE-SEQ
               CLOSE TRACE-CONTROL
           END-IF
           ADD 1 TO WS-NEXT-TRACE-SEQ
           MOVE WS-NEXT-TRACE-SEQ TO CTL-LAST-TRACE-SEQ
           OPEN OUTPUT TRACE-CONTROL
           WRITE TRACE-CONTROL-REC
           CLOSE TRACE-CONTROL
           MOVE SPACES TO WS-OUT-TRACE
           STRING "OB" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               WS-NEXT-TRACE-SEQ DELIMITED BY SIZE
               INTO WS-OUT-TRACE.

       WRITE-OUTBOUND-ITEM.
           MOVE WS-OUT-TRACE TO OUT-TRACE-NUM
           MOVE APQ-ROUTING TO OUT-ROUTING
           MOVE APQ-EXT-ACCOUNT TO OUT-ACCOUNT-NUM
           MOVE APQ-AMOUNT TO OUT-AMOUNT
           MOVE 'C' TO OUT-DC-CODE
           OPEN EXTEND OUTBOUND-FILE
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           WRITE OUTBOUND-ITEM-REC
           CLOSE OUTBOUND-FILE.

       WRITE-OUTBOUND-REGISTER.
           MOVE WS-OUT-TRACE TO OBR-TRACE
           MOVE APQ-ROUTING TO OBR-ROUTING
           MOVE APQ-EXT-ACCOUNT TO OBR-EXT-ACCT
           MOVE APQ-ACCOUNT-NUM TO OBR-ACCOUNT
           MOVE APQ-AMOUNT TO OBR-AMOUNT
           MOVE WS-TODAY TO OBR-DATE
           MOVE WS-NEXT-REF TO OBR-REF-NUM
           MOVE 'O' TO OBR-STATUS
           OPEN EXTEND OUTBOUND-REGISTER
           IF WS-OUTREG-STATUS = "35"
               OPEN OUTPUT OUTBOUND-REGISTER
           END-IF
           WRITE OUTBOUND-REG-REC
           CLOSE OUTBOUND-REGISTER.

      *> Postings belong to the branch whose counter keyed the item,
      *> the approver is the operator on the log.
       LOG-TRANSACTION.
           MOVE ACCOUNT-NUM TO LOG-ACCOUNT-NUM
           MOVE ACCOUNT-BALANCE TO LOG-BALANCE
           MOVE WS-TODAY TO LOG-DATE
           PERFORM GET-NEXT-REF-NUM
           MOVE WS-NEXT-REF TO LOG-REF-NUM
           MOVE WS-PENDING-XREF TO LOG-XREF-NUM
           MOVE 0 TO WS-PENDING-XREF
           MOVE SPACE TO LOG-STATUS
           MOVE SPACE TO LOG-TENDER
           MOVE WS-OPER-ID TO LOG-OPERATOR
           MOVE WS-DESC TO LOG-DESC
           MOVE SPACES TO WS-DESC
           MOVE WS-TRACE TO LOG-TRACE
           MOVE APQ-INIT-BRANCH TO LOG-BRANCH
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
           CLOSE TRANSACTION-LOG.

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
       END PROGRAM PaymentApproval.
