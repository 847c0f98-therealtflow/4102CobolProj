       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplianceReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-QUEUE ASSIGN TO 'screenq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-STATUS.
           SELECT SCREEN-AUDIT ASSIGN TO 'screenaudit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCA-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD SCREEN-QUEUE.
       COPY "SCREENQ.cpy".

      *> One record per compliance decision (and per list load from
      *> WatchListLoad); layouts must agree.
       FD SCREEN-AUDIT.
       01 SCREEN-AUDIT-REC.
           05 SCA-ITEM-NUM  PIC 9(7).
           05 SCA-ACTION    PIC X(8).
           05 SCA-SOURCE    PIC X(8).
           05 SCA-NAME      PIC X(30).
           05 SCA-ENTRY-ID  PIC X(10).
           05 SCA-REASON    PIC X(30).
           05 SCA-OPERATOR  PIC X(4).
           05 SCA-DATE      PIC 9(8).
           05 SCA-TIME      PIC 9(8).

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

      *> A released payment over the dual-control threshold goes to
      *> PaymentApproval's queue rather than straight out; these are
      *> the same files transactions.cbl holds teller payments on.
       FD APPROVAL-QUEUE.
       COPY "APPROVQ.cpy".

       FD APPROVAL-JOURNAL.
       COPY "APPRJRN.cpy".

       FD APPROVAL-CONTROL.
       01 APPROVAL-CONTROL-REC.
           05 CTL-DUAL-THRESHOLD PIC 9(7)V99.

       FD APPROVAL-SEQUENCE.
       01 APPROVAL-SEQUENCE-REC.
           05 CTL-LAST-APPR-ITEM PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-SQ-STATUS PIC XX.
       01 WS-SCA-STATUS PIC XX.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-OUTREG-STATUS PIC XX.
       01 WS-TRACECTL-STATUS PIC XX.
       01 WS-APQ-STATUS PIC XX.
       01 WS-APJ-STATUS PIC XX.
       01 WS-APPRCTL-STATUS PIC XX.
       01 WS-APPRSEQ-STATUS PIC XX.
       01 WS-DUAL-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-NEXT-APPR-ITEM PIC 9(7) VALUE 0.
       01 WS-SQ-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-BRANCH PIC X(3) VALUE SPACES.
       01 WS-ITEM-NUM PIC 9(7) VALUE 0.
       01 WS-ACTION PIC X(1).
       01 WS-REASON PIC X(30).
       01 WS-RELEASE-OK PIC X VALUE 'N'.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-Q-COUNT PIC 9(4) VALUE 0.
       01 WS-Q-IDX PIC 9(4).
       01 WS-Q-HIT PIC 9(4) VALUE 0.
       01 WS-Q-OVERFLOW PIC X VALUE 'N'.
       01 WS-QUEUE-TABLE.
           05 WS-Q-ENTRY OCCURS 1000 TIMES PIC X(212).
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-PENDING-XREF PIC 9(9) VALUE 0.
       01 WS-NEXT-TRACE-SEQ PIC 9(5) VALUE 0.
       01 WS-OUT-TRACE PIC X(15).
       01 WS-DESC PIC X(30) VALUE SPACES.
       01 WS-TRACE PIC X(15) VALUE SPACES.
       01 WS-AVAILABLE PIC S9(9)V99 VALUE 0.
       01 WS-PAYDOWN PIC 9(7)V99 VALUE 0.
       01 WS-REMAINDER PIC 9(7)V99 VALUE 0.
       01 WS-AMT-DISPLAY PIC -(8)9.99.
       COPY "SIGNON.cpy".
       COPY "HOLDTOT.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Compliance Review - Watch-List Hits"
           PERFORM OPERATOR-SIGN-ON
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-APPROVAL-CONTROL
           PERFORM LOAD-QUEUE
           IF WS-Q-OVERFLOW = 'Y'
               DISPLAY "screenq.txt is larger than the review table - "
                   "review refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIST-PENDING
           MOVE 1 TO WS-ITEM-NUM
           PERFORM UNTIL WS-ITEM-NUM = 0
               DISPLAY "Item number to review (0 = finished): "
               ACCEPT WS-ITEM-NUM
               IF WS-ITEM-NUM > 0
                   PERFORM REVIEW-ONE-ITEM
               END-IF
           END-PERFORM
           STOP RUN.

       LOAD-QUEUE.
           MOVE 0 TO WS-Q-COUNT
           MOVE 'N' TO WS-Q-OVERFLOW
           MOVE 'N' TO WS-SQ-EOF
           OPEN INPUT SCREEN-QUEUE
           IF WS-SQ-STATUS = "35"
               MOVE 'Y' TO WS-SQ-EOF
           END-IF
           PERFORM UNTIL WS-SQ-EOF = 'Y'
               READ SCREEN-QUEUE
                   AT END
                       MOVE 'Y' TO WS-SQ-EOF
                   NOT AT END
                       IF WS-Q-COUNT < 1000
                           ADD 1 TO WS-Q-COUNT
                           MOVE SCREEN-QUEUE-REC
                               TO WS-Q-ENTRY(WS-Q-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-Q-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SQ-STATUS NOT = "35"
               CLOSE SCREEN-QUEUE
           END-IF.

       SAVE-QUEUE.
           OPEN OUTPUT SCREEN-QUEUE
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO SCREEN-QUEUE-REC
               WRITE SCREEN-QUEUE-REC
           END-PERFORM
           CLOSE SCREEN-QUEUE.

       LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO SCREEN-QUEUE-REC
               IF SQ-STATUS = 'P'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE SQ-AMOUNT TO WS-AMT-DISPLAY
                   DISPLAY SQ-ITEM-NUM " " SQ-SOURCE " " SQ-DATE " "
                       SQ-NAME " " WS-AMT-DISPLAY
               END-IF
           END-PERFORM
           DISPLAY "Items pending review: " WS-PENDING-COUNT.

       REVIEW-ONE-ITEM.
           PERFORM FIND-PENDING-ITEM
           IF WS-Q-HIT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ITEM
           DISPLAY "R = release as a false positive, B = block, "
               "other = leave pending: "
           ACCEPT WS-ACTION
           IF WS-ACTION NOT = 'R' AND WS-ACTION NOT = 'B'
               DISPLAY "Item left pending"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = 'R' AND SQ-OPERATOR = WS-OPER-ID
               DISPLAY "You keyed this payment - another compliance "
                   "officer must release it"
               MOVE "REFUSED" TO SCA-ACTION
               MOVE "RELEASER KEYED THE ITEM" TO WS-REASON
               PERFORM WRITE-AUDIT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason: "
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A reason is required - item left pending"
               EXIT PARAGRAPH
           END-IF
      *> Another reviewer may have decided the item, and WatchScreen
      *> may have queued new ones, while this one was on screen.
           PERFORM FIND-PENDING-ITEM
           IF WS-Q-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = 'R'
               PERFORM RELEASE-ITEM
               IF WS-RELEASE-OK NOT = 'Y'
                   DISPLAY "Item left pending"
                   EXIT PARAGRAPH
               END-IF
               MOVE "RELEASE" TO SCA-ACTION
           ELSE
               MOVE "BLOCK" TO SCA-ACTION
               PERFORM SHOW-BLOCK-NOTE
           END-IF
           MOVE WS-ACTION TO SQ-STATUS
           MOVE WS-OPER-ID TO SQ-REVIEWER
           MOVE WS-TODAY TO SQ-REVIEW-DATE
           MOVE WS-REASON TO SQ-REASON
           MOVE SCREEN-QUEUE-REC TO WS-Q-ENTRY(WS-Q-HIT)
           PERFORM SAVE-QUEUE
           PERFORM WRITE-AUDIT
           DISPLAY "Item " SQ-ITEM-NUM " " SCA-ACTION " recorded".

      *> Reads screenq.txt afresh and leaves the item in
      *> SCREEN-QUEUE-REC with WS-Q-HIT set, or WS-Q-HIT zero when it
      *> is missing or no longer pending.
       FIND-PENDING-ITEM.
           MOVE 0 TO WS-Q-HIT
           PERFORM LOAD-QUEUE
           IF WS-Q-OVERFLOW = 'Y'
               DISPLAY "screenq.txt is larger than the review table - "
                   "item left pending"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
               MOVE WS-Q-ENTRY(WS-Q-IDX) TO SCREEN-QUEUE-REC
               IF SQ-ITEM-NUM = WS-ITEM-NUM
                   MOVE WS-Q-IDX TO WS-Q-HIT
               END-IF
           END-PERFORM
           IF WS-Q-HIT = 0
               DISPLAY "Item " WS-ITEM-NUM " not in the queue"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Q-ENTRY(WS-Q-HIT) TO SCREEN-QUEUE-REC
           IF SQ-STATUS NOT = 'P'
               DISPLAY "Item " WS-ITEM-NUM " already decided: "
                   SQ-STATUS " by " SQ-REVIEWER " on " SQ-REVIEW-DATE
               MOVE 0 TO WS-Q-HIT
           END-IF.

       SHOW-ITEM.
           DISPLAY "=========================================="
           DISPLAY "Item      : " SQ-ITEM-NUM "  source " SQ-SOURCE
           DISPLAY "Name      : " SQ-NAME
           DISPLAY "List entry: " SQ-ENTRY-ID " " SQ-LIST-NAME
           IF SQ-ACCOUNT-NUM > 0
               DISPLAY "Account   : " SQ-ACCOUNT-NUM
           END-IF
           IF SQ-AMOUNT > 0
               MOVE SQ-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "Amount    : " WS-AMT-DISPLAY
           END-IF
           IF SQ-ROUTING > 0
               DISPLAY "Other bank: " SQ-ROUTING " acct "
                   SQ-EXT-ACCOUNT
           END-IF
           IF SQ-TRACE NOT = SPACES
               DISPLAY "Trace     : " SQ-TRACE
           END-IF
           IF SQ-SOURCE-REF NOT = SPACES
               DISPLAY "Reference : " SQ-SOURCE-REF
           END-IF
           DISPLAY "Screened  : " SQ-DATE " " SQ-TIME " by "
               SQ-OPERATOR.

      *> A released item is completed here the way it would have
      *> gone had it screened clear: the payment is debited and
      *> sent, the incoming credit is posted. A levy creditor is
      *> left to LevyProcessing, which remits on its next run once
      *> the name screens clear. An item that can no longer
      *> complete stays pending for the reviewer to block.
       RELEASE-ITEM.
           MOVE 'N' TO WS-RELEASE-OK
           IF SQ-SOURCE = "ACCTOPEN"
               DISPLAY "Name now screens clear - the account opening "
                   "can be keyed again"
               MOVE 'Y' TO WS-RELEASE-OK
           ELSE IF SQ-SOURCE = "EXTPMT" OR SQ-SOURCE = "STORDER"
               PERFORM RELEASE-OUTBOUND-PAYMENT
           ELSE IF SQ-SOURCE = "CLRCREDT"
               PERFORM RELEASE-INCOMING-CREDIT
           ELSE IF SQ-SOURCE = "LEVY"
               DISPLAY "Creditor now screens clear - LevyProcessing "
                   "remits the held funds on its next run"
               MOVE 'Y' TO WS-RELEASE-OK
           ELSE
               DISPLAY "Unknown source " SQ-SOURCE
           END-IF.

       RELEASE-OUTBOUND-PAYMENT.
           OPEN I-O ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found"
               EXIT PARAGRAPH
           END-IF
           MOVE SQ-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Paying account " SQ-ACCOUNT-NUM
                       " not on file"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-AVAILABLE-BALANCE
           IF ACCOUNT-STATUS NOT = 'O'
               DISPLAY "Paying account is not open - status "
                   ACCOUNT-STATUS
           ELSE IF SQ-AMOUNT > WS-AVAILABLE
               DISPLAY "Insufficient available balance to send"
           ELSE IF SQ-AMOUNT > WS-DUAL-THRESHOLD
               PERFORM HOLD-RELEASED-PAYMENT
               MOVE 'Y' TO WS-RELEASE-OK
           ELSE
               PERFORM GET-NEXT-TRACE-NUM
               COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE - SQ-AMOUNT
               REWRITE ACCOUNT-FILE
               MOVE "EXTPMTDR" TO LOG-TXN-TYPE
               MOVE SQ-AMOUNT TO LOG-AMOUNT
               MOVE SPACES TO WS-DESC
               IF SQ-SOURCE = "STORDER"
                   STRING "SO " DELIMITED BY SIZE
                       SQ-SOURCE-REF DELIMITED BY SPACE
                       " TO BANK " DELIMITED BY SIZE
                       SQ-ROUTING DELIMITED BY SIZE
                       INTO WS-DESC
               ELSE
                   STRING "PAYMENT TO BANK " DELIMITED BY SIZE
                       SQ-ROUTING DELIMITED BY SIZE
                       INTO WS-DESC
               END-IF
               MOVE WS-OUT-TRACE TO WS-TRACE
               PERFORM LOG-TRANSACTION
               PERFORM WRITE-OUTBOUND-ITEM
               PERFORM WRITE-OUTBOUND-REGISTER
               MOVE 'Y' TO WS-RELEASE-OK
               DISPLAY "Payment sent under trace " WS-OUT-TRACE
           END-IF.
           CLOSE ACCOUNT.

      *> Over the dual-control threshold a released payment is not
      *> sent from here: it joins the teller's large payments on
      *> approvq.txt for a second operator in PaymentApproval, who
      *> debits and sends it. The teller who keyed it stays the
      *> initiator; a standing order, keyed by no one, is initiated
      *> by the releasing officer.
       HOLD-RELEASED-PAYMENT.
           PERFORM GET-NEXT-APPR-ITEM
           MOVE WS-NEXT-APPR-ITEM TO APQ-ITEM-NUM
           MOVE 'P' TO APQ-STATUS
           MOVE "EXTPMT" TO APQ-KIND
           MOVE SQ-ACCOUNT-NUM TO APQ-ACCOUNT-NUM
           MOVE 0 TO APQ-TARGET-ACCT
           MOVE SQ-ROUTING TO APQ-ROUTING
           MOVE SQ-EXT-ACCOUNT TO APQ-EXT-ACCOUNT
           MOVE SQ-NAME TO APQ-PAYEE
           MOVE SQ-AMOUNT TO APQ-AMOUNT
           MOVE SPACES TO APQ-MEMO
           IF SQ-SOURCE = "STORDER"
               STRING "SO " DELIMITED BY SIZE
                   SQ-SOURCE-REF DELIMITED BY SPACE
                   " TO BANK " DELIMITED BY SIZE
                   SQ-ROUTING DELIMITED BY SIZE
                   INTO APQ-MEMO
           END-IF
           MOVE SQ-OPERATOR TO APQ-INIT-OPER
           IF APQ-INIT-OPER = SPACES
               MOVE WS-OPER-ID TO APQ-INIT-OPER
           END-IF
           MOVE ACCT-BRANCH TO APQ-INIT-BRANCH
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
           CLOSE APPROVAL-JOURNAL
           DISPLAY "Payment is over the dual-control limit - held "
               "for second-operator approval, item " APQ-ITEM-NUM.

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

       READ-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-CONTROL
           IF WS-APPRCTL-STATUS NOT = "35"
               READ APPROVAL-CONTROL
               MOVE CTL-DUAL-THRESHOLD TO WS-DUAL-THRESHOLD
               CLOSE APPROVAL-CONTROL
           END-IF.

      *> Posted the way ClearingImport posts a credit: a drawn
      *> overdraft line is paid down first.
       RELEASE-INCOMING-CREDIT.
           OPEN I-O ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found"
               EXIT PARAGRAPH
           END-IF
           MOVE SQ-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account " SQ-ACCOUNT-NUM " not on file"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = 'C'
               DISPLAY "Account is closed - credit cannot post"
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAYDOWN
           IF ACCOUNT-BALANCE < 0
               IF SQ-AMOUNT > (0 - ACCOUNT-BALANCE)
                   COMPUTE WS-PAYDOWN = 0 - ACCOUNT-BALANCE
               ELSE
                   MOVE SQ-AMOUNT TO WS-PAYDOWN
               END-IF
           END-IF
           COMPUTE WS-REMAINDER = SQ-AMOUNT - WS-PAYDOWN
           PERFORM SET-CREDIT-DESC
           IF WS-PAYDOWN > 0
               COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE + WS-PAYDOWN
               REWRITE ACCOUNT-FILE
               MOVE "ODPAYDWN" TO LOG-TXN-TYPE
               MOVE WS-PAYDOWN TO LOG-AMOUNT
               MOVE SQ-TRACE TO WS-TRACE
               PERFORM LOG-TRANSACTION
               PERFORM SET-CREDIT-DESC
           END-IF
           IF WS-REMAINDER > 0
               COMPUTE ACCOUNT-BALANCE =
                   ACCOUNT-BALANCE + WS-REMAINDER
               REWRITE ACCOUNT-FILE
               MOVE "CLRCREDT" TO LOG-TXN-TYPE
               MOVE WS-REMAINDER TO LOG-AMOUNT
               MOVE SQ-TRACE TO WS-TRACE
               PERFORM LOG-TRANSACTION
           END-IF
           CLOSE ACCOUNT
           MOVE 'Y' TO WS-RELEASE-OK
           DISPLAY "Credit posted to account " SQ-ACCOUNT-NUM.

       SET-CREDIT-DESC.
           MOVE SPACES TO WS-DESC
           STRING "CLEARING ITEM RT " DELIMITED BY SIZE
               SQ-ROUTING DELIMITED BY SIZE
               INTO WS-DESC.

      *> Nothing posts on a block: a payment is never debited or
      *> sent and an incoming credit stays unposted in clearing.
       SHOW-BLOCK-NOTE.
           IF SQ-SOURCE = "ACCTOPEN"
               DISPLAY "Customer was not created"
           ELSE IF SQ-SOURCE = "CLRCREDT"
               DISPLAY "Credit remains unposted - funds are blocked"
           ELSE IF SQ-SOURCE = "LEVY"
               DISPLAY "Levy funds stay on hold and are not sent to "
                   "this creditor"
           ELSE
               DISPLAY "Payment was not debited or sent"
           END-IF.

       WRITE-AUDIT.
           MOVE SQ-ITEM-NUM TO SCA-ITEM-NUM
           MOVE SQ-SOURCE TO SCA-SOURCE
           MOVE SQ-NAME TO SCA-NAME
           MOVE SQ-ENTRY-ID TO SCA-ENTRY-ID
           MOVE WS-REASON TO SCA-REASON
           MOVE WS-OPER-ID TO SCA-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCA-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SCA-TIME
           OPEN EXTEND SCREEN-AUDIT
           IF WS-SCA-STATUS = "35"
               OPEN OUTPUT SCREEN-AUDIT
           END-IF
           WRITE SCREEN-AUDIT-REC
           CLOSE SCREEN-AUDIT.

       OPERATOR-SIGN-ON.
           DISPLAY "Compliance operator ID: "
           ACCEPT SGN-OPER-ID
           DISPLAY "Password: "
           ACCEPT SGN-PASSWORD
           MOVE 'C' TO SGN-NEED-ROLE
           CALL 'SignOn' USING SGN-REQUEST
           IF SGN-RESULT NOT = 'Y'
               DISPLAY "Sign-on refused: " SGN-MESSAGE
               STOP RUN
           END-IF
           MOVE SGN-OPER-ID TO WS-OPER-ID
           MOVE SGN-BRANCH TO WS-OPER-BRANCH.

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
           MOVE SQ-ROUTING TO OUT-ROUTING
           MOVE SQ-EXT-ACCOUNT TO OUT-ACCOUNT-NUM
           MOVE SQ-AMOUNT TO OUT-AMOUNT
           MOVE 'C' TO OUT-DC-CODE
           OPEN EXTEND OUTBOUND-FILE
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           WRITE OUTBOUND-ITEM-REC
           CLOSE OUTBOUND-FILE.

       WRITE-OUTBOUND-REGISTER.
           MOVE WS-OUT-TRACE TO OBR-TRACE
           MOVE SQ-ROUTING TO OBR-ROUTING
           MOVE SQ-EXT-ACCOUNT TO OBR-EXT-ACCT
           MOVE SQ-ACCOUNT-NUM TO OBR-ACCOUNT
           MOVE SQ-AMOUNT TO OBR-AMOUNT
           MOVE WS-TODAY TO OBR-DATE
           MOVE WS-NEXT-REF TO OBR-REF-NUM
           MOVE 'O' TO OBR-STATUS
           OPEN EXTEND OUTBOUND-REGISTER
           IF WS-OUTREG-STATUS = "35"
               OPEN OUTPUT OUTBOUND-REGISTER
           END-IF
           WRITE OUTBOUND-REG-REC
           CLOSE OUTBOUND-REGISTER.

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
       END PROGRAM ComplianceReview.
