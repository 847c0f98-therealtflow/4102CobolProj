       IDENTIFICATION DIVISION.
       PROGRAM-ID. LevyProcessing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER ASSIGN TO 'customers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUM
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT LEVY-ORDERS ASSIGN TO 'levyorders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVY-ORDER-NUM
               FILE STATUS IS WS-LVY-STATUS.
           SELECT LEVY-CONTROL ASSIGN TO 'levyctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVYCTL-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'holds.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-ARCHIVE ASSIGN TO 'holdsarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARCH-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REF-CONTROL ASSIGN TO 'refctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFCTL-STATUS.
           SELECT TRACE-CONTROL ASSIGN TO 'tracectl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACECTL-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO 'clearout.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUTBOUND-REGISTER ASSIGN TO 'outreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTREG-STATUS.
           SELECT LEVY-NOTICES ASSIGN TO 'levynotices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT LEVY-ANSWERS ASSIGN TO 'levyanswers.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO 'screenq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-STATUS.
           SELECT EOD-STEP ASSIGN TO 'eodstep.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODSTEP-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD CUSTOMER.
       COPY "CUSTREC.cpy".

       FD OWNER-XREF.
       COPY "OWNERREC.cpy".

       FD LEVY-ORDERS.
       COPY "LEVYORD.cpy".

      *> Levy processing fee, the protected allowance given to a new
      *> order unless the supervisor keys another, and the legal
      *> waiting period in calendar days between holding funds and
      *> remitting them to the creditor.
       FD LEVY-CONTROL.
       01 LEVY-CONTROL-REC.
           05 CTL-LEVY-FEE      PIC 9(5)V99.
           05 CTL-PROTECTED-AMT PIC 9(7)V99.
           05 CTL-WAIT-DAYS     PIC 9(3).

       FD HOLD-FILE.
       COPY "HOLDREC.cpy".

      *> Released holds move here when holds.txt is rewritten, the
      *> same as HoldRelease does.
       FD HOLD-ARCHIVE.
       01 HOLD-ARCHIVE-REC PIC X(47).

       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

       FD REF-CONTROL.
       01 REF-CONTROL-REC.
           05 CTL-LAST-REF-NUM PIC 9(9).

       FD TRACE-CONTROL.
       01 TRACE-CONTROL-REC.
           05 CTL-LAST-TRACE-SEQ PIC 9(5).

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

      *> Notices to the customer, picked up by MailAssembly.
       FD LEVY-NOTICES.
       01 LEVY-NOTICE-LINE PIC X(80).

      *> Answers and remittance advices to the creditor. The creditor
      *> is not our customer, so these are mailed by hand from the
      *> printed file rather than through MailAssembly.
       FD LEVY-ANSWERS.
       01 LEVY-ANSWER-LINE PIC X(80).

      *> Read only, to see whether the creditor already has an item
      *> waiting on ComplianceReview or blocked by it.
       FD SCREEN-QUEUE.
       COPY "SCREENQ.cpy".

       FD EOD-STEP.
       COPY "EODSTEP.cpy".

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-LVY-STATUS PIC XX.
       01 WS-LVYCTL-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-HARCH-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-TRACECTL-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-OUTREG-STATUS PIC XX.
       01 WS-NOTICE-STATUS PIC XX.
       01 WS-ANSWER-STATUS PIC XX.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-SQ-STATUS PIC XX.
       01 WS-SQ-EOF PIC X VALUE 'N'.
      *> Y = creditor screens clear, P = compliance item pending,
      *> B = blocked by compliance.
       01 WS-CRED-SCREEN PIC X VALUE 'Y'.
       01 WS-RUN-MODE PIC 9.
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-DAY PIC 9(7).
       01 WS-DUE-DAY PIC 9(7).
       01 WS-OPER-ID PIC X(4) VALUE SPACES.
       01 WS-OPER-ROLE PIC X(1).
       01 WS-SUP-ID PIC X(4).
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-CONFIRM PIC X(1).
       01 WS-LEVY-FEE PIC 9(5)V99 VALUE 75.00.
       01 WS-PROTECTED-AMT PIC 9(7)V99 VALUE 1000.00.
       01 WS-WAIT-DAYS PIC 9(3) VALUE 21.
      *> A new order as keyed.
       01 WS-NEW-ORDER-NUM PIC X(12).
       01 WS-NEW-TYPE PIC X(1).
       01 WS-NEW-CUST PIC 9(5).
       01 WS-NEW-AMOUNT PIC 9(7)V99.
       01 WS-NEW-PROTECTED PIC 9(7)V99.
       01 WS-NEW-CRED-NAME PIC X(30).
       01 WS-NEW-CRED-ROUTING PIC 9(9).
       01 WS-NEW-CRED-ACCT PIC 9(5).
       01 WS-NEW-SERVED PIC 9(8).
       01 WS-CUST-FOUND PIC X VALUE 'N'.
       01 WS-CUST-NAME PIC X(30).
      *> Every acctowners.txt row, searched for each order's customer.
       01 WS-OWN-COUNT PIC 9(4) VALUE 0.
       01 WS-OWN-IDX PIC 9(4).
       01 WS-OWN-OVERFLOW PIC X VALUE 'N'.
       01 WS-OWNER-TABLE.
           05 WS-OWN-ENTRY OCCURS 2000 TIMES.
               10 WS-OWN-ACCT PIC 9(5).
               10 WS-OWN-CUST PIC 9(5).
      *> The order's customer's deposit accounts, in acctowners.txt
      *> order, with what is available on each and what this run held.
       01 WS-LVA-COUNT PIC 9(3) VALUE 0.
       01 WS-LVA-IDX PIC 9(3).
       01 WS-LVA-OVERFLOW PIC X VALUE 'N'.
       01 WS-LVA-TABLE.
           05 WS-LVA-ENTRY OCCURS 50 TIMES.
               10 WS-LVA-ACCT  PIC 9(5).
               10 WS-LVA-AVAIL PIC S9(9)V99.
               10 WS-LVA-HELD  PIC 9(7)V99.
       01 WS-TOTAL-AVAILABLE PIC S9(9)V99 VALUE 0.
       01 WS-REMAINING PIC S9(9)V99 VALUE 0.
       01 WS-HOLDABLE PIC S9(9)V99 VALUE 0.
       01 WS-TAKE PIC 9(7)V99 VALUE 0.
       01 WS-NEW-HELD PIC 9(7)V99 VALUE 0.
       01 WS-FIRST-RUN PIC X VALUE 'N'.
       01 WS-FEE-ACCT PIC 9(5) VALUE 0.
       01 WS-AVAILABLE PIC S9(9)V99 VALUE 0.
      *> holds.txt, loaded whole so levy holds can be released and
      *> the file written back.
       01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
       01 WS-HOLD-OVERFLOW PIC X VALUE 'N'.
       01 WS-HOLD-EOF PIC X VALUE 'N'.
       01 WS-HOLD-IDX PIC 9(3).
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES PIC X(47).
       01 WS-HOLD-WORK.
           05 HLD-W-ACCOUNT PIC 9(5).
           05 HLD-W-AMOUNT  PIC 9(7)V99.
           05 HLD-W-RELEASE PIC 9(8).
           05 HLD-W-REASON  PIC X(1).
           05 HLD-W-STATUS  PIC X(1).
           05 HLD-W-DATE    PIC 9(8).
           05 HLD-W-TRACE   PIC X(15).
       01 WS-RELEASED-AMT PIC 9(7)V99 VALUE 0.
       01 WS-HOLDS-CHANGED PIC X VALUE 'N'.
      *> Postings and outbound items.
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-NEXT-TRACE-SEQ PIC 9(5) VALUE 0.
       01 WS-OUT-TRACE PIC X(15).
       01 WS-DESC PIC X(30) VALUE SPACES.
       01 WS-TRACE PIC X(15) VALUE SPACES.
      *> Run totals.
       01 WS-WORKED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-FEE-COUNT PIC 9(5) VALUE 0.
       01 WS-REMIT-COUNT PIC 9(5) VALUE 0.
       01 WS-COMPLETED-COUNT PIC 9(5) VALUE 0.
       01 WS-SCREEN-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-REMIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.
       01 WS-RPT-LINE PIC X(80).
       01 WS-TYPE-TEXT PIC X(17).
       01 WS-AMT-DISPLAY PIC Z(6)9.99.
       01 WS-AMT-DISPLAY-2 PIC Z(6)9.99.
       01 WS-TOT-DISPLAY PIC Z(8)9.99.
       01 WS-DAYS-DISPLAY PIC ZZ9.
       COPY "HOLDTOT.cpy".
       COPY "SIGNON.cpy".
       COPY "MAILHDR.cpy".
       COPY "WATCHREQ.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Garnishment and Tax Levy Processing"
           PERFORM CHECK-AUTO-STEP
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-MODE TO WS-RUN-MODE
               MOVE EOD-STEP-OPERATOR TO WS-OPER-ID
           ELSE
               PERFORM OPERATOR-SIGN-ON
               DISPLAY "1. Enter a levy order"
               DISPLAY "2. Process levy orders (nightly run)"
               DISPLAY "3. Withdraw a levy order"
               DISPLAY "4. List levy orders"
               ACCEPT WS-RUN-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-LEVY-CONTROL
           PERFORM OPEN-LEVY-FILE
           IF WS-RUN-MODE = 2
               PERFORM PROCESS-LEVY-ORDERS
           ELSE IF WS-AUTO-MODE = 'Y'
               DISPLAY "Only the nightly levy run runs unattended"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-RUN-MODE = 1
               PERFORM ENTER-LEVY-ORDER
           ELSE IF WS-RUN-MODE = 3
               PERFORM WITHDRAW-LEVY-ORDER
           ELSE IF WS-RUN-MODE = 4
               PERFORM LIST-LEVY-ORDERS
           ELSE
               DISPLAY "Invalid choice."
           END-IF.
           CLOSE LEVY-ORDERS
           GOBACK.

       CHECK-AUTO-STEP.
           MOVE 'N' TO WS-AUTO-MODE
           OPEN INPUT EOD-STEP
           IF WS-EODSTEP-STATUS NOT = "35"
               READ EOD-STEP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EOD-STEP-PROGRAM = "LevyProcessing"
                           MOVE 'Y' TO WS-AUTO-MODE
                       END-IF
               END-READ
               CLOSE EOD-STEP
           END-IF.

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

      *> A supervisor who is already signed on approves with their own
      *> ID; otherwise a supervisor must key their own ID and password
      *> so the audit record names the approver, not the teller.
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
           END-IF
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-TODAY).

       READ-LEVY-CONTROL.
           OPEN INPUT LEVY-CONTROL
           IF WS-LVYCTL-STATUS = "35"
               DISPLAY "No levyctl.dat found - using default levy "
                   "fee, allowance and waiting period"
           ELSE
               READ LEVY-CONTROL
               MOVE CTL-LEVY-FEE TO WS-LEVY-FEE
               MOVE CTL-PROTECTED-AMT TO WS-PROTECTED-AMT
               MOVE CTL-WAIT-DAYS TO WS-WAIT-DAYS
               CLOSE LEVY-CONTROL
           END-IF.

       OPEN-LEVY-FILE.
           OPEN INPUT LEVY-ORDERS
           IF WS-LVY-STATUS = "35"
               OPEN OUTPUT LEVY-ORDERS
           END-IF
           CLOSE LEVY-ORDERS
           OPEN I-O LEVY-ORDERS.

      *> The order is keyed as served. Nothing is held until the next
      *> levy run, which searches every account the customer owns.
       ENTER-LEVY-ORDER.
           DISPLAY "Order number as served: "
           MOVE SPACES TO WS-NEW-ORDER-NUM
           ACCEPT WS-NEW-ORDER-NUM
           IF WS-NEW-ORDER-NUM = SPACES
               DISPLAY "Order number is required"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ORDER-NUM TO LVY-ORDER-NUM
           READ LEVY-ORDERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Order " WS-NEW-ORDER-NUM
                       " is already on file"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Type (G=garnishment, T=tax levy): "
           ACCEPT WS-NEW-TYPE
           IF WS-NEW-TYPE NOT = 'G' AND WS-NEW-TYPE NOT = 'T'
               DISPLAY "Type must be G or T"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer number: "
           ACCEPT WS-NEW-CUST
           PERFORM LOOK-UP-CUSTOMER
           IF WS-CUST-FOUND NOT = 'Y'
               DISPLAY "Customer not found: " WS-NEW-CUST
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " FUNCTION TRIM(WS-CUST-NAME)
           DISPLAY "Amount of the order: "
           ACCEPT WS-NEW-AMOUNT
           IF WS-NEW-AMOUNT = 0
               DISPLAY "Amount must be greater than zero"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Creditor name: "
           MOVE SPACES TO WS-NEW-CRED-NAME
           ACCEPT WS-NEW-CRED-NAME
           IF WS-NEW-CRED-NAME = SPACES
               DISPLAY "Creditor name is required"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Creditor routing number: "
           ACCEPT WS-NEW-CRED-ROUTING
           IF WS-NEW-CRED-ROUTING = 0
               DISPLAY "Creditor routing number is required"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Creditor account number: "
           ACCEPT WS-NEW-CRED-ACCT
           DISPLAY "Date served (YYYYMMDD, 0 = today): "
           ACCEPT WS-NEW-SERVED
           IF WS-NEW-SERVED = 0
               MOVE WS-TODAY TO WS-NEW-SERVED
           END-IF
           IF WS-NEW-SERVED > WS-TODAY
               DISPLAY "Date served cannot be after " WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROTECTED-AMT TO WS-NEW-PROTECTED
           MOVE WS-PROTECTED-AMT TO WS-AMT-DISPLAY
           DISPLAY "Standard protected allowance: " WS-AMT-DISPLAY
           DISPLAY "Use the standard allowance? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Protected allowance for this order: "
               ACCEPT WS-NEW-PROTECTED
           END-IF
           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUP-OK NOT = 'Y'
               DISPLAY "Levy order not entered"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ORDER-NUM TO LVY-ORDER-NUM
           MOVE WS-NEW-TYPE TO LVY-TYPE
           MOVE WS-NEW-CUST TO LVY-CUST-NUM
           MOVE WS-NEW-AMOUNT TO LVY-ORDER-AMT
           MOVE WS-NEW-PROTECTED TO LVY-PROTECTED-AMT
           MOVE 0 TO LVY-HELD-AMT
           MOVE 0 TO LVY-REMITTED-AMT
           MOVE 0 TO LVY-FEE-AMT
           MOVE WS-NEW-CRED-NAME TO LVY-CREDITOR-NAME
           MOVE WS-NEW-CRED-ROUTING TO LVY-CREDITOR-ROUTING
           MOVE WS-NEW-CRED-ACCT TO LVY-CREDITOR-ACCT
           MOVE WS-NEW-SERVED TO LVY-SERVED-DATE
           MOVE 'N' TO LVY-STATUS
           MOVE 0 TO LVY-LAST-RUN
           MOVE WS-SUP-ID TO LVY-ENTER-OPER
           MOVE SPACES TO LVY-RELEASE-OPER
           WRITE LEVY-ORDER-REC
               INVALID KEY
                   DISPLAY "Order " WS-NEW-ORDER-NUM
                       " could not be written"
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Levy order " WS-NEW-ORDER-NUM " entered - funds "
               "are held on the next levy run"
           MOVE 0 TO HLD-W-ACCOUNT
           MOVE 0 TO HLD-W-AMOUNT
           PERFORM SCREEN-CREDITOR
           IF WLS-RESULT = 'H'
               DISPLAY WLS-MESSAGE
               DISPLAY "Funds are still held, but nothing is remitted "
                   "until compliance item " WLS-ITEM-NUM
                   " is released".

      *> Sets WS-CUST-FOUND and WS-CUST-NAME for WS-NEW-CUST.
       LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE SPACES TO WS-CUST-NAME
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CUST TO CUST-NUM
           READ CUSTOMER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
                   MOVE CUST-NAME TO WS-CUST-NAME
           END-READ
           CLOSE CUSTOMER.

      *> The creditor has released the order: its unremitted holds
      *> come off and the order is closed to further levy runs. What
      *> has already been remitted stays with the creditor.
       WITHDRAW-LEVY-ORDER.
           DISPLAY "Order number to withdraw: "
           MOVE SPACES TO WS-NEW-ORDER-NUM
           ACCEPT WS-NEW-ORDER-NUM
           MOVE WS-NEW-ORDER-NUM TO LVY-ORDER-NUM
           READ LEVY-ORDERS
               INVALID KEY
                   DISPLAY "Order " WS-NEW-ORDER-NUM " not found"
                   EXIT PARAGRAPH
           END-READ
           IF LVY-STATUS = 'C' OR LVY-STATUS = 'X'
               DISPLAY "Order " WS-NEW-ORDER-NUM " is already "
                   "closed - status " LVY-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUP-OK NOT = 'Y'
               DISPLAY "Levy order not withdrawn"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOLDS
           IF WS-HOLD-OVERFLOW = 'Y'
               DISPLAY "More than 500 holds on file - order not "
                   "withdrawn so no holds are lost on rewrite"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RELEASED-AMT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO WS-HOLD-WORK
               IF HLD-W-STATUS = 'H' AND HLD-W-REASON = 'L'
                   AND HLD-W-TRACE = LVY-ORDER-NUM
                   MOVE 'R' TO HLD-W-STATUS
                   MOVE WS-HOLD-WORK TO WS-HOLD-ENTRY(WS-HOLD-IDX)
                   ADD HLD-W-AMOUNT TO WS-RELEASED-AMT
                   DISPLAY "Released levy hold of " HLD-W-AMOUNT
                       " on account " HLD-W-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-RELEASED-AMT > 0
               PERFORM SAVE-HOLDS
           END-IF
           MOVE LVY-REMITTED-AMT TO LVY-HELD-AMT
           MOVE 'X' TO LVY-STATUS
           MOVE WS-SUP-ID TO LVY-RELEASE-OPER
           REWRITE LEVY-ORDER-REC
           MOVE LVY-CUST-NUM TO WS-NEW-CUST
           PERFORM LOOK-UP-CUSTOMER
           PERFORM WRITE-RELEASE-NOTICE
           DISPLAY "Levy order " LVY-ORDER-NUM " withdrawn - "
               "customer notice written to levynotices.txt".

       LIST-LEVY-ORDERS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO LVY-ORDER-NUM
           START LEVY-ORDERS KEY IS NOT LESS THAN LVY-ORDER-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEVY-ORDERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE LVY-ORDER-AMT TO WS-AMT-DISPLAY
                       MOVE LVY-HELD-AMT TO WS-AMT-DISPLAY-2
                       DISPLAY LVY-ORDER-NUM " " LVY-TYPE
                           " CUST " LVY-CUST-NUM
                           " ORDER " WS-AMT-DISPLAY
                           " HELD " WS-AMT-DISPLAY-2
                           " " LVY-STATUS
                       MOVE LVY-REMITTED-AMT TO WS-AMT-DISPLAY
                       DISPLAY "      " LVY-CREDITOR-NAME
                           " REMITTED " WS-AMT-DISPLAY
                           " SERVED " LVY-SERVED-DATE
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No levy orders on file"
           END-IF.

      *> Held funds that have waited out the legal period are sent
      *> to the creditor first; open orders then pick up whatever
      *> has come into the customer's accounts since the last run.
       PROCESS-LEVY-ORDERS.
           MOVE 0 TO WS-SCREEN-HELD-COUNT
           OPEN I-O ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing processed"
               IF WS-AUTO-MODE = 'Y'
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OWNERS
           IF WS-OWN-OVERFLOW = 'Y'
               DISPLAY "acctowners.txt is larger than the owner "
                   "table - nothing processed"
               MOVE 8 TO RETURN-CODE
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOLDS
           IF WS-HOLD-OVERFLOW = 'Y'
               DISPLAY "More than 500 holds on file - run refused "
                   "so no holds are lost on rewrite"
               MOVE 8 TO RETURN-CODE
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM REMIT-DUE-HOLDS
           PERFORM HOLD-FOR-OPEN-ORDERS
           CLOSE ACCOUNT
           MOVE WS-HELD-TOTAL TO WS-TOT-DISPLAY
           DISPLAY "----------------------------------------"
           DISPLAY "Orders worked     : " WS-WORKED-COUNT
           DISPLAY "Orders with holds : " WS-HELD-COUNT
               "  held " WS-TOT-DISPLAY
           DISPLAY "Levy fees charged : " WS-FEE-COUNT
           MOVE WS-REMIT-TOTAL TO WS-TOT-DISPLAY
           DISPLAY "Holds remitted    : " WS-REMIT-COUNT
               "  sent " WS-TOT-DISPLAY
           DISPLAY "Held - compliance : " WS-SCREEN-HELD-COUNT
           DISPLAY "Orders completed  : " WS-COMPLETED-COUNT.

       LOAD-OWNERS.
           MOVE 0 TO WS-OWN-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-XREF
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-OWN-COUNT < 2000
                           ADD 1 TO WS-OWN-COUNT
                           MOVE OWN-ACCOUNT-NUM
                               TO WS-OWN-ACCT(WS-OWN-COUNT)
                           MOVE OWN-CUSTOMER-NUM
                               TO WS-OWN-CUST(WS-OWN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OWN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OWNER-STATUS NOT = "35"
               CLOSE OWNER-XREF
           END-IF.

       LOAD-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 'N' TO WS-HOLD-OVERFLOW
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               MOVE 'Y' TO WS-HOLD-EOF
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF WS-HOLD-COUNT < 500
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HOLD-REC
                               TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-HOLD-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

      *> Released holds are purged to the archive on rewrite, as
      *> HoldRelease does.
       SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           OPEN EXTEND HOLD-ARCHIVE
           IF WS-HARCH-STATUS = "35"
               OPEN OUTPUT HOLD-ARCHIVE
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO WS-HOLD-WORK
               IF HLD-W-STATUS = 'R'
                   WRITE HOLD-ARCHIVE-REC FROM WS-HOLD-WORK
               ELSE
                   MOVE WS-HOLD-WORK TO HOLD-REC
                   WRITE HOLD-REC
               END-IF
           END-PERFORM
           CLOSE HOLD-ARCHIVE
           CLOSE HOLD-FILE.

      *> A levy hold is remitted once HOLD-DATE plus the waiting
      *> period has passed. Each hold goes out as its own outbound
      *> item, so a return from the creditor's bank re-credits the
      *> account the money came from.
       REMIT-DUE-HOLDS.
           MOVE 'N' TO WS-HOLDS-CHANGED
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO WS-HOLD-WORK
               IF HLD-W-STATUS = 'H' AND HLD-W-REASON = 'L'
                   COMPUTE WS-DUE-DAY =
                       FUNCTION INTEGER-OF-DATE(HLD-W-DATE)
                       + WS-WAIT-DAYS
                   IF WS-DUE-DAY <= WS-TODAY-DAY
                       PERFORM REMIT-ONE-HOLD
                       MOVE WS-HOLD-WORK TO WS-HOLD-ENTRY(WS-HOLD-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HOLDS-CHANGED = 'Y'
               PERFORM SAVE-HOLDS
           END-IF.

       REMIT-ONE-HOLD.
           MOVE HLD-W-TRACE TO LVY-ORDER-NUM
           READ LEVY-ORDERS
               INVALID KEY
                   DISPLAY "Levy hold on account " HLD-W-ACCOUNT
                       " names order " HLD-W-TRACE
                       " not on file - left held"
                   EXIT PARAGRAPH
           END-READ
           IF LVY-STATUS = 'X'
               MOVE 'R' TO HLD-W-STATUS
               MOVE 'Y' TO WS-HOLDS-CHANGED
               DISPLAY "Levy hold on account " HLD-W-ACCOUNT
                   " released - order " LVY-ORDER-NUM " withdrawn"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CREDITOR-CLEAR
           IF WS-CRED-SCREEN = 'P'
               ADD 1 TO WS-SCREEN-HELD-COUNT
               DISPLAY "Order " LVY-ORDER-NUM " hold on account "
                   HLD-W-ACCOUNT " not remitted - creditor awaits "
                   "compliance review"
               EXIT PARAGRAPH
           END-IF
           IF WS-CRED-SCREEN = 'B'
               ADD 1 TO WS-SCREEN-HELD-COUNT
               DISPLAY "Order " LVY-ORDER-NUM " hold on account "
                   HLD-W-ACCOUNT " not remitted - creditor blocked "
                   "by compliance"
               EXIT PARAGRAPH
           END-IF
           MOVE HLD-W-ACCOUNT TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Levy hold account " HLD-W-ACCOUNT
                       " not on accounts.txt - left held"
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-NEXT-TRACE-NUM
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE - HLD-W-AMOUNT
           REWRITE ACCOUNT-FILE
           MOVE "LEVYPMT" TO LOG-TXN-TYPE
           MOVE HLD-W-AMOUNT TO LOG-AMOUNT
           MOVE SPACES TO WS-DESC
           STRING "LEVY " DELIMITED BY SIZE
               LVY-ORDER-NUM DELIMITED BY SIZE
               " PAID" DELIMITED BY SIZE
               INTO WS-DESC
           MOVE WS-OUT-TRACE TO WS-TRACE
           PERFORM LOG-TRANSACTION
           PERFORM SEND-TO-CREDITOR
           MOVE 'R' TO HLD-W-STATUS
           MOVE 'Y' TO WS-HOLDS-CHANGED
           ADD HLD-W-AMOUNT TO LVY-REMITTED-AMT
           IF LVY-REMITTED-AMT >= LVY-ORDER-AMT
               MOVE 'C' TO LVY-STATUS
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF
           REWRITE LEVY-ORDER-REC
           PERFORM WRITE-REMITTANCE-ADVICE
           ADD 1 TO WS-REMIT-COUNT
           ADD HLD-W-AMOUNT TO WS-REMIT-TOTAL
           DISPLAY "Order " LVY-ORDER-NUM " remitted " HLD-W-AMOUNT
               " from account " HLD-W-ACCOUNT " TRACE " WS-OUT-TRACE.

      *> The creditor is screened like any other outbound payee. An
      *> item already pending or blocked for the same creditor is not
      *> queued again, so the hold simply waits; once ComplianceReview
      *> releases the name it screens clear and the hold is remitted
      *> on the next run.
       CHECK-CREDITOR-CLEAR.
           MOVE 'Y' TO WS-CRED-SCREEN
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
                       IF SQ-SOURCE = "LEVY"
                           AND SQ-NAME = LVY-CREDITOR-NAME
                           AND SQ-ROUTING = LVY-CREDITOR-ROUTING
                           AND SQ-EXT-ACCOUNT = LVY-CREDITOR-ACCT
                           IF SQ-STATUS = 'B'
                               MOVE 'B' TO WS-CRED-SCREEN
                           ELSE IF SQ-STATUS = 'P'
                               AND WS-CRED-SCREEN = 'Y'
                               MOVE 'P' TO WS-CRED-SCREEN
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SQ-STATUS NOT = "35"
               CLOSE SCREEN-QUEUE
           END-IF
           IF WS-CRED-SCREEN = 'Y'
               PERFORM SCREEN-CREDITOR
               IF WLS-RESULT = 'H'
                   DISPLAY WLS-MESSAGE
                   DISPLAY "Compliance item " WLS-ITEM-NUM
                   MOVE 'P' TO WS-CRED-SCREEN
               END-IF
           END-IF.

      *> Fed from the levy order; at order entry there is no hold
      *> yet, so account and amount are zero.
       SCREEN-CREDITOR.
           MOVE "LEVY" TO WLS-SOURCE
           MOVE LVY-CREDITOR-NAME TO WLS-NAME
           MOVE HLD-W-ACCOUNT TO WLS-ACCOUNT-NUM
           MOVE HLD-W-AMOUNT TO WLS-AMOUNT
           MOVE LVY-CREDITOR-ROUTING TO WLS-ROUTING
           MOVE LVY-CREDITOR-ACCT TO WLS-EXT-ACCOUNT
           MOVE SPACES TO WLS-TRACE
           MOVE LVY-ORDER-NUM TO WLS-SOURCE-REF
           MOVE 'C' TO WLS-DC-CODE
           MOVE WS-OPER-ID TO WLS-OPERATOR
           MOVE WS-TODAY TO WLS-DATE
           CALL 'WatchScreen' USING WLS-REQUEST.

      *> The remittance rides out on clearout.txt under our generated
      *> trace; the register lets OutboundReturns re-credit the
      *> account if the creditor's bank sends the item back.
       SEND-TO-CREDITOR.
           MOVE WS-OUT-TRACE TO OUT-TRACE-NUM
           MOVE LVY-CREDITOR-ROUTING TO OUT-ROUTING
           MOVE LVY-CREDITOR-ACCT TO OUT-ACCOUNT-NUM
           MOVE HLD-W-AMOUNT TO OUT-AMOUNT
           MOVE 'C' TO OUT-DC-CODE
           OPEN EXTEND OUTBOUND-FILE
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           WRITE OUTBOUND-ITEM-REC
           CLOSE OUTBOUND-FILE
           MOVE WS-OUT-TRACE TO OBR-TRACE
           MOVE LVY-CREDITOR-ROUTING TO OBR-ROUTING
           MOVE LVY-CREDITOR-ACCT TO OBR-EXT-ACCT
           MOVE HLD-W-ACCOUNT TO OBR-ACCOUNT
           MOVE HLD-W-AMOUNT TO OBR-AMOUNT
           MOVE WS-TODAY TO OBR-DATE
           MOVE WS-NEXT-REF TO OBR-REF-NUM
           MOVE 'O' TO OBR-STATUS
           OPEN EXTEND OUTBOUND-REGISTER
           IF WS-OUTREG-STATUS = "35"
               OPEN OUTPUT OUTBOUND-REGISTER
           END-IF
           WRITE OUTBOUND-REG-REC
           CLOSE OUTBOUND-REGISTER.

      *> New and partly held orders are worked once a business day.
       HOLD-FOR-OPEN-ORDERS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO LVY-ORDER-NUM
           START LEVY-ORDERS KEY IS NOT LESS THAN LVY-ORDER-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEVY-ORDERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (LVY-STATUS = 'N' OR LVY-STATUS = 'P')
                           AND LVY-LAST-RUN NOT = WS-TODAY
                           PERFORM WORK-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

      *> The fee is charged once, before anything is held. Funds are
      *> then held up to what the order still needs, leaving the
      *> protected allowance free across all the customer's accounts.
       WORK-ONE-ORDER.
           PERFORM FIND-LEVY-ACCOUNTS
           IF WS-LVA-OVERFLOW = 'Y'
               DISPLAY "Order " LVY-ORDER-NUM " customer "
                   LVY-CUST-NUM " has more than 50 accounts to "
                   "search - order not worked"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORKED-COUNT
           MOVE 'N' TO WS-FIRST-RUN
           IF LVY-STATUS = 'N'
               MOVE 'Y' TO WS-FIRST-RUN
           END-IF
           MOVE 0 TO WS-FEE-ACCT
           MOVE 0 TO WS-NEW-HELD
           IF LVY-FEE-AMT = 0 AND WS-LEVY-FEE > 0
               PERFORM CHARGE-LEVY-FEE
           END-IF
           COMPUTE WS-REMAINING = LVY-ORDER-AMT - LVY-HELD-AMT
           COMPUTE WS-HOLDABLE =
               WS-TOTAL-AVAILABLE - LVY-PROTECTED-AMT
           IF WS-HOLDABLE > WS-REMAINING
               MOVE WS-REMAINING TO WS-HOLDABLE
           END-IF
           IF WS-HOLDABLE > 0
               PERFORM VARYING WS-LVA-IDX FROM 1 BY 1
                       UNTIL WS-LVA-IDX > WS-LVA-COUNT
                       OR WS-HOLDABLE = 0
                   PERFORM HOLD-FROM-ONE-ACCOUNT
               END-PERFORM
           END-IF
           ADD WS-NEW-HELD TO LVY-HELD-AMT
           IF LVY-HELD-AMT >= LVY-ORDER-AMT
               MOVE 'S' TO LVY-STATUS
           ELSE
               MOVE 'P' TO LVY-STATUS
           END-IF
           MOVE WS-TODAY TO LVY-LAST-RUN
           REWRITE LEVY-ORDER-REC
           IF WS-NEW-HELD > 0
               ADD 1 TO WS-HELD-COUNT
               ADD WS-NEW-HELD TO WS-HELD-TOTAL
           END-IF
           MOVE LVY-CUST-NUM TO WS-NEW-CUST
           PERFORM LOOK-UP-CUSTOMER
           IF WS-FIRST-RUN = 'Y'
               PERFORM WRITE-CREDITOR-ANSWER
           END-IF
           IF WS-FIRST-RUN = 'Y' OR WS-NEW-HELD > 0
               OR WS-FEE-ACCT > 0
               PERFORM WRITE-CUSTOMER-NOTICE
           END-IF
           MOVE WS-NEW-HELD TO WS-AMT-DISPLAY
           DISPLAY "Order " LVY-ORDER-NUM " customer " LVY-CUST-NUM
               " held " WS-AMT-DISPLAY " status " LVY-STATUS.

      *> Time deposits and loans cannot be drawn on and closed
      *> accounts have nothing in them; every other account the
      *> customer owns, alone or jointly, is searched. An order
      *> whose accounts will not fit the table is not worked at all,
      *> so nothing is held from only some of them.
       FIND-LEVY-ACCOUNTS.
           MOVE 0 TO WS-LVA-COUNT
           MOVE 'N' TO WS-LVA-OVERFLOW
           MOVE 0 TO WS-TOTAL-AVAILABLE
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-CUST(WS-OWN-IDX) = LVY-CUST-NUM
                   MOVE WS-OWN-ACCT(WS-OWN-IDX) TO ACCOUNT-NUM
                   READ ACCOUNT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM NOTE-LEVY-ACCOUNT
                   END-READ
               END-IF
           END-PERFORM.

       NOTE-LEVY-ACCOUNT.
           IF ACCOUNT-TYPE = 'T' OR ACCOUNT-TYPE = 'L'
               OR ACCOUNT-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-AVAILABLE-BALANCE
           IF WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAILABLE
           END-IF
           IF WS-LVA-COUNT >= 50
               MOVE 'Y' TO WS-LVA-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LVA-COUNT
           MOVE ACCOUNT-NUM TO WS-LVA-ACCT(WS-LVA-COUNT)
           MOVE WS-AVAILABLE TO WS-LVA-AVAIL(WS-LVA-COUNT)
           MOVE 0 TO WS-LVA-HELD(WS-LVA-COUNT)
           ADD WS-AVAILABLE TO WS-TOTAL-AVAILABLE.

      *> Our fee comes out of funds above the protected allowance, on
      *> the first account that can bear it whole. When none can, it
      *> is tried again on the next run.
       CHARGE-LEVY-FEE.
           IF WS-TOTAL-AVAILABLE - LVY-PROTECTED-AMT < WS-LEVY-FEE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LVA-IDX FROM 1 BY 1
                   UNTIL WS-LVA-IDX > WS-LVA-COUNT
                   OR WS-FEE-ACCT > 0
               IF WS-LVA-AVAIL(WS-LVA-IDX) >= WS-LEVY-FEE
                   MOVE WS-LVA-ACCT(WS-LVA-IDX) TO WS-FEE-ACCT
                   MOVE WS-FEE-ACCT TO ACCOUNT-NUM
                   READ ACCOUNT
                   COMPUTE ACCOUNT-BALANCE =
                       ACCOUNT-BALANCE - WS-LEVY-FEE
                   REWRITE ACCOUNT-FILE
                   MOVE "LEVYFEE" TO LOG-TXN-TYPE
                   MOVE WS-LEVY-FEE TO LOG-AMOUNT
                   MOVE SPACES TO WS-DESC
                   STRING "LEVY FEE " DELIMITED BY SIZE
                       LVY-ORDER-NUM DELIMITED BY SIZE
                       INTO WS-DESC
                   PERFORM LOG-TRANSACTION
                   SUBTRACT WS-LEVY-FEE FROM WS-LVA-AVAIL(WS-LVA-IDX)
                   SUBTRACT WS-LEVY-FEE FROM WS-TOTAL-AVAILABLE
                   MOVE WS-LEVY-FEE TO LVY-FEE-AMT
                   ADD 1 TO WS-FEE-COUNT
               END-IF
           END-PERFORM.

      *> A levy hold never lapses (release date 99999999): it comes
      *> off only when it is remitted or the order is withdrawn.
       HOLD-FROM-ONE-ACCOUNT.
           IF WS-LVA-AVAIL(WS-LVA-IDX) <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LVA-AVAIL(WS-LVA-IDX) < WS-HOLDABLE
               MOVE WS-LVA-AVAIL(WS-LVA-IDX) TO WS-TAKE
           ELSE
               MOVE WS-HOLDABLE TO WS-TAKE
           END-IF
           MOVE WS-LVA-ACCT(WS-LVA-IDX) TO HOLD-ACCOUNT-NUM
           MOVE WS-TAKE TO HOLD-AMOUNT
           MOVE 99999999 TO HOLD-RELEASE-DATE
           MOVE 'L' TO HOLD-REASON
           MOVE 'H' TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-DATE
           MOVE LVY-ORDER-NUM TO HOLD-TRACE
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF
           WRITE HOLD-REC
           CLOSE HOLD-FILE
           MOVE WS-TAKE TO WS-LVA-HELD(WS-LVA-IDX)
           SUBTRACT WS-TAKE FROM WS-LVA-AVAIL(WS-LVA-IDX)
           SUBTRACT WS-TAKE FROM WS-HOLDABLE
           ADD WS-TAKE TO WS-NEW-HELD.

      *> Available funds are the ledger balance less the account's
      *> unreleased holds as of the business date, earlier levy holds
      *> included.
       GET-AVAILABLE-BALANCE.
           MOVE ACCOUNT-NUM TO HT-ACCOUNT
           MOVE WS-TODAY TO HT-AS-OF-DATE
           CALL 'HoldsTotal' USING HT-REQUEST
           COMPUTE WS-AVAILABLE = ACCOUNT-BALANCE - HT-TOTAL.

       SET-TYPE-TEXT.
           IF LVY-TYPE = 'T'
               MOVE "TAX LEVY" TO WS-TYPE-TEXT
           ELSE
               MOVE "GARNISHMENT ORDER" TO WS-TYPE-TEXT
           END-IF.

      *> The answer tells the creditor, on the first run after the
      *> order is served, what was found and held.
       WRITE-CREDITOR-ANSWER.
           PERFORM SET-TYPE-TEXT
           OPEN EXTEND LEVY-ANSWERS
           IF WS-ANSWER-STATUS = "35"
               OPEN OUTPUT LEVY-ANSWERS
           END-IF
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ANSWER TO " DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               LVY-ORDER-NUM DELIMITED BY SIZE
               "    DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TO: " DELIMITED BY SIZE
               LVY-CREDITOR-NAME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEBTOR: " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               "    SERVED " DELIMITED BY SIZE
               LVY-SERVED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE LVY-ORDER-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT OF ORDER:                " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           IF WS-LVA-COUNT = 0
               MOVE "THE DEBTOR HOLDS NO DEPOSIT ACCOUNT WITH US."
                   TO WS-RPT-LINE
               PERFORM WRITE-ANSWER-LINE
           END-IF
           PERFORM VARYING WS-LVA-IDX FROM 1 BY 1
                   UNTIL WS-LVA-IDX > WS-LVA-COUNT
               IF WS-LVA-HELD(WS-LVA-IDX) > 0
                   MOVE WS-LVA-HELD(WS-LVA-IDX) TO WS-AMT-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "HELD FROM ACCOUNT " DELIMITED BY SIZE
                       WS-LVA-ACCT(WS-LVA-IDX) DELIMITED BY SIZE
                       ":        " DELIMITED BY SIZE
                       WS-AMT-DISPLAY DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM WRITE-ANSWER-LINE
               END-IF
           END-PERFORM
           MOVE WS-NEW-HELD TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL HELD:                     " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE LVY-PROTECTED-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROTECTED AND LEFT TO DEBTOR:   " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           IF LVY-STATUS = 'P'
               MOVE "FUNDS WERE INSUFFICIENT. LATER DEPOSITS WILL BE "
                   TO WS-RPT-LINE
               PERFORM WRITE-ANSWER-LINE
               MOVE "HELD UNTIL THE ORDER IS SATISFIED OR RELEASED."
                   TO WS-RPT-LINE
               PERFORM WRITE-ANSWER-LINE
           END-IF
           MOVE WS-WAIT-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "HELD FUNDS WILL BE REMITTED TO YOU AFTER "
               DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " DAYS." DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           CLOSE LEVY-ANSWERS.

       WRITE-REMITTANCE-ADVICE.
           OPEN EXTEND LEVY-ANSWERS
           IF WS-ANSWER-STATUS = "35"
               OPEN OUTPUT LEVY-ANSWERS
           END-IF
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "REMITTANCE ADVICE - ORDER " DELIMITED BY SIZE
               LVY-ORDER-NUM DELIMITED BY SIZE
               "    DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TO: " DELIMITED BY SIZE
               LVY-CREDITOR-NAME DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE HLD-W-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT SENT:                    " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               "  TRACE " DELIMITED BY SIZE
               WS-OUT-TRACE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           MOVE LVY-REMITTED-AMT TO WS-AMT-DISPLAY
           MOVE LVY-ORDER-AMT TO WS-AMT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "REMITTED TO DATE:               " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-AMT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-ANSWER-LINE
           IF LVY-STATUS = 'C'
               MOVE "THE ORDER IS NOW SATISFIED IN FULL."
                   TO WS-RPT-LINE
               PERFORM WRITE-ANSWER-LINE
           END-IF
           CLOSE LEVY-ANSWERS.

       WRITE-ANSWER-LINE.
           WRITE LEVY-ANSWER-LINE FROM WS-RPT-LINE.

      *> The customer hears from us the first time the order is
      *> worked and again whenever more is held or the fee is taken.
       WRITE-CUSTOMER-NOTICE.
           PERFORM SET-TYPE-TEXT
           OPEN EXTEND LEVY-NOTICES
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT LEVY-NOTICES
           END-IF
           MOVE 0 TO MPH-ACCOUNT-NUM
           MOVE LVY-CUST-NUM TO MPH-CUST-NUM
           WRITE LEVY-NOTICE-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-RPT-LINE
           STRING "NOTICE OF " DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY "  "
               "    DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-CUST-NAME TO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "WE HAVE BEEN SERVED WITH ORDER " DELIMITED BY SIZE
               LVY-ORDER-NUM DELIMITED BY SIZE
               " FROM" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE LVY-ORDER-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING LVY-CREDITOR-NAME DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM VARYING WS-LVA-IDX FROM 1 BY 1
                   UNTIL WS-LVA-IDX > WS-LVA-COUNT
               IF WS-LVA-HELD(WS-LVA-IDX) > 0
                   MOVE WS-LVA-HELD(WS-LVA-IDX) TO WS-AMT-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "HELD TODAY ON ACCOUNT " DELIMITED BY SIZE
                       WS-LVA-ACCT(WS-LVA-IDX) DELIMITED BY SIZE
                       ":     " DELIMITED BY SIZE
                       WS-AMT-DISPLAY DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM WRITE-NOTICE-LINE
               END-IF
           END-PERFORM
           MOVE LVY-HELD-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL HELD UNDER THE ORDER:   " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE LVY-PROTECTED-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROTECTED AND LEFT TO YOU:    " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           IF WS-FEE-ACCT > 0
               MOVE WS-LEVY-FEE TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "LEVY PROCESSING FEE ON ACCOUNT "
                   DELIMITED BY SIZE
                   WS-FEE-ACCT DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE WS-WAIT-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "HELD FUNDS WILL BE PAID TO THE CREDITOR AFTER "
               DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "UNLESS THE ORDER IS RELEASED. PLEASE CONTACT THE"
               TO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "CREDITOR NAMED ABOVE ABOUT THE ORDER."
               TO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           CLOSE LEVY-NOTICES.

       WRITE-RELEASE-NOTICE.
           PERFORM SET-TYPE-TEXT
           OPEN EXTEND LEVY-NOTICES
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT LEVY-NOTICES
           END-IF
           MOVE 0 TO MPH-ACCOUNT-NUM
           MOVE LVY-CUST-NUM TO MPH-CUST-NUM
           WRITE LEVY-NOTICE-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-RPT-LINE
           STRING "RELEASE OF " DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY "  "
               "    DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-CUST-NAME TO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ORDER " DELIMITED BY SIZE
               LVY-ORDER-NUM DELIMITED BY SIZE
               " HAS BEEN RELEASED BY THE CREDITOR." DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-RELEASED-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "FUNDS RELEASED BACK TO YOU:   " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-NOTICE-LINE
           CLOSE LEVY-NOTICES.

       WRITE-NOTICE-LINE.
           WRITE LEVY-NOTICE-LINE FROM WS-RPT-LINE.

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
           MOVE WS-DESC TO LOG-DESC
           MOVE SPACES TO WS-DESC
           MOVE WS-TRACE TO LOG-TRACE
           MOVE ACCT-BRANCH TO LOG-BRANCH
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
       END PROGRAM LevyProcessing.
