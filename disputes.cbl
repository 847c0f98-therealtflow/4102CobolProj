       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardDispute.

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
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LOG-ARCHIVE ASSIGN TO 'translogarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'disputes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT DISPUTE-CONTROL ASSIGN TO 'dspctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPCTL-STATUS.
           SELECT DISPUTE-LETTERS ASSIGN TO 'disputeletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPLTR-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'dispaging.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-FILE ASSIGN TO 'holidays.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT REF-CONTROL ASSIGN TO 'refctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFCTL-STATUS.
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

       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

      *> Postings moved out of translog.txt by HistoryArchive, same
      *> 113 byte image.
       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

       FD DISPUTE-FILE.
       COPY "DISPUTE.cpy".

       FD DISPUTE-CONTROL.
       01 DISPUTE-CONTROL-REC.
           05 CTL-LAST-CASE-NUM PIC 9(7).

       FD DISPUTE-LETTERS.
       01 DISPUTE-LETTER-LINE PIC X(80).

       FD AGING-REPORT.
       01 AGING-REPORT-LINE PIC X(100).

      *> One YYYYMMDD bank holiday per line; weekends need no entry.
       FD HOLIDAY-FILE.
       01 HOLIDAY-REC.
           05 HOL-DATE PIC 9(8).

       FD REF-CONTROL.
       01 REF-CONTROL-REC.
           05 CTL-LAST-REF-NUM PIC 9(9).

       FD EOD-STEP.
       COPY "EODSTEP.cpy".

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-DSP-STATUS PIC XX.
       01 WS-DSPCTL-STATUS PIC XX.
       01 WS-DSPLTR-STATUS PIC XX.
       01 WS-HOL-STATUS PIC XX.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-MODE PIC 9.
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-BRANCH PIC X(3) VALUE SPACES.
       01 WS-OPER-ROLE PIC X(1).
       01 WS-SUP-ID PIC X(4).
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-NEXT-CASE PIC 9(7) VALUE 0.
      *> Every disputes.txt record, so a closed case can be written
      *> back in place.
       01 WS-DSP-COUNT PIC 9(4) VALUE 0.
       01 WS-DSP-IDX PIC 9(4).
       01 WS-DSP-HIT PIC 9(4) VALUE 0.
       01 WS-DSP-OVERFLOW PIC X VALUE 'N'.
       01 WS-DSP-TABLE.
           05 WS-DSP-ENTRY OCCURS 1000 TIMES PIC X(151).
       01 WS-DSP-WORK.
           05 DSW-CASE-NUM    PIC 9(7).
           05 DSW-ACCOUNT-NUM PIC 9(5).
           05 DSW-ORIG-REF    PIC 9(9).
           05 DSW-ORIG-TRACE  PIC X(15).
           05 DSW-ORIG-DATE   PIC 9(8).
           05 DSW-ORIG-AMOUNT PIC 9(7)V99.
           05 DSW-AMOUNT      PIC 9(7)V99.
           05 DSW-REASON      PIC X(30).
           05 DSW-OPEN-DATE   PIC 9(8).
           05 DSW-DUE-10      PIC 9(8).
           05 DSW-DUE-45      PIC 9(8).
           05 DSW-PROV-REF    PIC 9(9).
           05 DSW-STATUS      PIC X(1).
           05 DSW-CLOSE-DATE  PIC 9(8).
           05 DSW-CLOSE-REF   PIC 9(9).
           05 DSW-OPEN-OPER   PIC X(4).
           05 DSW-CLOSE-OPER  PIC X(4).
      *> The disputed posting as found on the log.
       01 WS-TARGET-REF PIC 9(9) VALUE 0.
       01 WS-TARGET-TRACE PIC X(15).
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-ORIG-ACCOUNT PIC 9(5).
       01 WS-ORIG-TYPE PIC X(8).
       01 WS-ORIG-AMOUNT PIC 9(7)V99.
       01 WS-ORIG-DATE PIC 9(8).
       01 WS-ORIG-REF PIC 9(9).
       01 WS-ORIG-TRACE PIC X(15).
       01 WS-ORIG-STATUS PIC X(1).
       01 WS-DSP-AMOUNT PIC 9(7)V99.
       01 WS-DSP-REASON PIC X(30).
       01 WS-CASE-NUM PIC 9(7).
       01 WS-DECISION PIC X(1).
       01 WS-POST-TYPE PIC X(8).
       01 WS-POST-XREF PIC 9(9).
       01 WS-DESC PIC X(30).
       01 WS-HOLDER-NAME PIC X(30).
      *> Business calendar.
       01 WS-HOL-EOF PIC X VALUE 'N'.
       01 WS-HOL-COUNT PIC 9(3) VALUE 0.
       01 WS-HOL-IDX PIC 9(3).
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-IS-BUSINESS PIC X VALUE 'N'.
       01 WS-DAY-NUM PIC 9(7).
       01 WS-DOW PIC 9(1).
       01 WS-BUS-DAYS PIC 9(3).
       01 WS-DUE-10 PIC 9(8).
       01 WS-DUE-45 PIC 9(8).
       01 WS-ELAPSED PIC 9(3).
       01 WS-DAYS-LEFT PIC S9(5).
      *> Aging report.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LATE-10-COUNT PIC 9(5) VALUE 0.
       01 WS-LATE-45-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(5) VALUE 0.
       01 WS-FLAG-10 PIC X(9).
       01 WS-FLAG-45 PIC X(9).
       01 WS-RPT-LINE PIC X(100).
       01 WS-LETTER-LINE PIC X(80).
       01 WS-AMT-DISPLAY PIC Z(8)9.99.
       01 WS-BAL-DISPLAY PIC -(8)9.99.
       01 WS-LEFT-DISPLAY PIC -(4)9.
       COPY "SIGNON.cpy".
       COPY "MAILHDR.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Card Transaction Dispute Cases"
           PERFORM CHECK-AUTO-STEP
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-MODE TO WS-RUN-MODE
               MOVE EOD-STEP-OPERATOR TO WS-OPER-ID
           ELSE
               PERFORM OPERATOR-SIGN-ON
               DISPLAY "1. Open a dispute case"
               DISPLAY "2. Close a dispute case"
               DISPLAY "3. Daily open-case aging report"
               ACCEPT WS-RUN-MODE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-DISPUTES
           IF WS-DSP-OVERFLOW = 'Y'
               DISPLAY "More than 1000 dispute cases on file - "
                   "run refused so no cases are lost on rewrite"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RUN-MODE = 3
               PERFORM WRITE-AGING-REPORT
           ELSE IF WS-AUTO-MODE = 'Y'
               DISPLAY "Only the aging report runs unattended"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-RUN-MODE = 1
               PERFORM OPEN-DISPUTE-CASE
           ELSE IF WS-RUN-MODE = 2
               PERFORM CLOSE-DISPUTE-CASE
           ELSE
               DISPLAY "Invalid choice."
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
                       IF EOD-STEP-PROGRAM = "CardDispute"
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
           MOVE SGN-ROLE TO WS-OPER-ROLE
           MOVE SGN-BRANCH TO WS-OPER-BRANCH.

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
           END-IF.

      *> The customer's dispute is against a card item as it came in
      *> from the processor: a clearing debit (or the overdraft leg
      *> of one) carrying the processor's trace. The teller keys the
      *> posting's reference, or zero and the trace from the
      *> customer's statement. The provisional credit posts the day
      *> the customer tells us, which starts both regulatory clocks.
       OPEN-DISPUTE-CASE.
           DISPLAY "Disputed posting reference (0 to enter the "
               "trace instead): "
           ACCEPT WS-TARGET-REF
           MOVE SPACES TO WS-TARGET-TRACE
           IF WS-TARGET-REF = 0
               DISPLAY "Processor trace number: "
               ACCEPT WS-TARGET-TRACE
               IF WS-TARGET-TRACE = SPACES
                   DISPLAY "No reference or trace entered"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FIND-DISPUTED-POSTING
           IF WS-FOUND = 'N'
               DISPLAY "Posting not found"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account " WS-ORIG-ACCOUNT " " WS-ORIG-TYPE
               " dated " WS-ORIG-DATE " trace " WS-ORIG-TRACE
           MOVE WS-ORIG-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "Amount: " WS-AMT-DISPLAY
           IF WS-ORIG-STATUS = 'R'
               DISPLAY "That posting has already been reversed"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORIG-TYPE NOT = "CLRDEBIT"
               AND NOT (WS-ORIG-TYPE = "ODADVNCE"
                   AND WS-ORIG-TRACE NOT = SPACES)
               DISPLAY "Only card items received through clearing "
                   "can be disputed"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-CASE-FOR-POSTING
           IF WS-DSP-HIT > 0
               MOVE WS-DSP-ENTRY(WS-DSP-HIT) TO WS-DSP-WORK
               DISPLAY "Case " DSW-CASE-NUM " is already open for "
                   "this posting"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount disputed (0 for the full amount): "
           ACCEPT WS-DSP-AMOUNT
           IF WS-DSP-AMOUNT = 0
               MOVE WS-ORIG-AMOUNT TO WS-DSP-AMOUNT
           END-IF
           IF WS-DSP-AMOUNT > WS-ORIG-AMOUNT
               DISPLAY "Disputed amount is more than the posting"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer's reason for the dispute: "
           MOVE SPACES TO WS-DSP-REASON
           ACCEPT WS-DSP-REASON
           IF WS-DSP-REASON = SPACES
               DISPLAY "A reason is required"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT
           MOVE WS-ORIG-ACCOUNT TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account " WS-ORIG-ACCOUNT
                       " is no longer on file"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = 'C'
               DISPLAY "Account is closed - provisional credit "
                   "cannot be posted"
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-CASE-NUM
           PERFORM SET-DEADLINES
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE + WS-DSP-AMOUNT
           REWRITE ACCOUNT-FILE
           MOVE "DSPPROV" TO WS-POST-TYPE
           MOVE WS-ORIG-REF TO WS-POST-XREF
           MOVE SPACES TO WS-DESC
           STRING "DISPUTE " DELIMITED BY SIZE
               WS-NEXT-CASE DELIMITED BY SIZE
               " PROVISIONAL" DELIMITED BY SIZE
               INTO WS-DESC
           PERFORM LOG-DISPUTE-POSTING
           CLOSE ACCOUNT
           MOVE WS-NEXT-CASE TO DSW-CASE-NUM
           MOVE WS-ORIG-ACCOUNT TO DSW-ACCOUNT-NUM
           MOVE WS-ORIG-REF TO DSW-ORIG-REF
           MOVE WS-ORIG-TRACE TO DSW-ORIG-TRACE
           MOVE WS-ORIG-DATE TO DSW-ORIG-DATE
           MOVE WS-ORIG-AMOUNT TO DSW-ORIG-AMOUNT
           MOVE WS-DSP-AMOUNT TO DSW-AMOUNT
           MOVE WS-DSP-REASON TO DSW-REASON
           MOVE WS-TODAY TO DSW-OPEN-DATE
           MOVE WS-DUE-10 TO DSW-DUE-10
           MOVE WS-DUE-45 TO DSW-DUE-45
           MOVE WS-NEXT-REF TO DSW-PROV-REF
           MOVE 'O' TO DSW-STATUS
           MOVE 0 TO DSW-CLOSE-DATE
           MOVE 0 TO DSW-CLOSE-REF
           MOVE WS-OPER-ID TO DSW-OPEN-OPER
           MOVE SPACES TO DSW-CLOSE-OPER
           MOVE WS-DSP-WORK TO DISPUTE-REC
           OPEN EXTEND DISPUTE-FILE
           IF WS-DSP-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
           END-IF
           WRITE DISPUTE-REC
           CLOSE DISPUTE-FILE
           DISPLAY "Dispute case " WS-NEXT-CASE " opened"
           DISPLAY "Provisional credit posted under reference "
               WS-NEXT-REF
           DISPLAY "10-business-day deadline: " WS-DUE-10
           DISPLAY "45-day deadline         : " WS-DUE-45.

      *> The archive is searched as well as the live log, so an item
      *> HistoryArchive has already moved can still be disputed.
       FIND-DISPUTED-POSTING.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOG-ARCHIVE
           IF WS-ARCH-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LOG-ARCHIVE-REC TO TRANSACTION-LOG-REC
                       PERFORM MATCH-DISPUTED-POSTING
               END-READ
           END-PERFORM
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE LOG-ARCHIVE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-DISPUTED-POSTING
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG
           END-IF.

      *> By trace, the clearing debit leg is preferred over the
      *> overdraft leg the same item may have split into.
       MATCH-DISPUTED-POSTING.
           IF WS-TARGET-REF > 0
               IF LOG-REF-NUM = WS-TARGET-REF
                   PERFORM TAKE-DISPUTED-POSTING
               END-IF
           ELSE IF LOG-TRACE = WS-TARGET-TRACE
               AND (LOG-TXN-TYPE = "CLRDEBIT"
                   OR LOG-TXN-TYPE = "ODADVNCE")
               IF WS-FOUND = 'N' OR LOG-TXN-TYPE = "CLRDEBIT"
                   PERFORM TAKE-DISPUTED-POSTING
               END-IF
           END-IF.

       TAKE-DISPUTED-POSTING.
           MOVE 'Y' TO WS-FOUND
           MOVE LOG-ACCOUNT-NUM TO WS-ORIG-ACCOUNT
           MOVE LOG-TXN-TYPE TO WS-ORIG-TYPE
           MOVE LOG-AMOUNT TO WS-ORIG-AMOUNT
           MOVE LOG-DATE TO WS-ORIG-DATE
           MOVE LOG-REF-NUM TO WS-ORIG-REF
           MOVE LOG-TRACE TO WS-ORIG-TRACE
           MOVE LOG-STATUS TO WS-ORIG-STATUS.

       FIND-OPEN-CASE-FOR-POSTING.
           MOVE 0 TO WS-DSP-HIT
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               MOVE WS-DSP-ENTRY(WS-DSP-IDX) TO WS-DSP-WORK
               IF DSW-ORIG-REF = WS-ORIG-REF AND DSW-STATUS = 'O'
                   MOVE WS-DSP-IDX TO WS-DSP-HIT
               END-IF
           END-PERFORM.

      *> Closing either lets the provisional credit stand (the
      *> dispute was found in the customer's favor) or takes it back
      *> with a DSPRVRSL debit. Letting it stand posts a DSPFINAL
      *> entry that moves no balance, so GLExtract can write the
      *> credit off from dispute suspense. Taking it back needs a
      *> supervisor; the debit posts even if it takes the balance
      *> below zero. Either way the customer is sent a notice.
       CLOSE-DISPUTE-CASE.
           DISPLAY "Dispute case number: "
           ACCEPT WS-CASE-NUM
           MOVE 0 TO WS-DSP-HIT
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               MOVE WS-DSP-ENTRY(WS-DSP-IDX) TO WS-DSP-WORK
               IF DSW-CASE-NUM = WS-CASE-NUM
                   MOVE WS-DSP-IDX TO WS-DSP-HIT
               END-IF
           END-PERFORM
           IF WS-DSP-HIT = 0
               DISPLAY "Case " WS-CASE-NUM " not found"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSP-ENTRY(WS-DSP-HIT) TO WS-DSP-WORK
           IF DSW-STATUS NOT = 'O'
               DISPLAY "Case " WS-CASE-NUM " is already closed"
               EXIT PARAGRAPH
           END-IF
           MOVE DSW-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "Account " DSW-ACCOUNT-NUM " amount "
               WS-AMT-DISPLAY " opened " DSW-OPEN-DATE
           DISPLAY "Reason: " DSW-REASON
           DISPLAY "Decision (F=credit final, R=reverse credit): "
           ACCEPT WS-DECISION
           IF WS-DECISION = 'F'
               PERFORM FINALIZE-PROVISIONAL-CREDIT
           ELSE IF WS-DECISION = 'R'
               PERFORM SUPERVISOR-APPROVAL
               IF WS-SUP-OK NOT = 'Y'
                   DISPLAY "Case left open"
                   EXIT PARAGRAPH
               END-IF
               PERFORM REVERSE-PROVISIONAL-CREDIT
               IF DSW-CLOSE-REF = 0
                   DISPLAY "Case left open"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Invalid decision - case left open"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DECISION TO DSW-STATUS
           MOVE WS-TODAY TO DSW-CLOSE-DATE
           MOVE WS-OPER-ID TO DSW-CLOSE-OPER
           MOVE WS-DSP-WORK TO WS-DSP-ENTRY(WS-DSP-HIT)
           PERFORM SAVE-DISPUTES
           PERFORM WRITE-NOTICE-LETTER
           DISPLAY "Case " WS-CASE-NUM " closed"
           DISPLAY "Notice written to disputeletters.txt".

      *> The customer keeps the money, so the balance is left alone;
      *> an account closed or gone since still gets the entry, as the
      *> suspense has to be cleared regardless.
       FINALIZE-PROVISIONAL-CREDIT.
           OPEN INPUT ACCOUNT
           MOVE DSW-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   MOVE DSW-ACCOUNT-NUM TO ACCOUNT-NUM
                   MOVE 0 TO ACCOUNT-BALANCE
                   MOVE SPACES TO ACCT-BRANCH
           END-READ
           MOVE "DSPFINAL" TO WS-POST-TYPE
           MOVE DSW-PROV-REF TO WS-POST-XREF
           MOVE SPACES TO WS-DESC
           STRING "DISPUTE " DELIMITED BY SIZE
               DSW-CASE-NUM DELIMITED BY SIZE
               " CREDIT FINAL" DELIMITED BY SIZE
               INTO WS-DESC
           MOVE DSW-AMOUNT TO WS-DSP-AMOUNT
           MOVE DSW-ORIG-TRACE TO WS-ORIG-TRACE
           PERFORM LOG-DISPUTE-POSTING
           MOVE WS-NEXT-REF TO DSW-CLOSE-REF
           DISPLAY "Provisional credit made final under reference "
               WS-NEXT-REF
           CLOSE ACCOUNT.

       REVERSE-PROVISIONAL-CREDIT.
           MOVE 0 TO DSW-CLOSE-REF
           OPEN I-O ACCOUNT
           MOVE DSW-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account " DSW-ACCOUNT-NUM
                       " is no longer on file"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = 'C'
               DISPLAY "Account is closed - the credit cannot be "
                   "taken back here"
               CLOSE ACCOUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE - DSW-AMOUNT
           REWRITE ACCOUNT-FILE
           MOVE "DSPRVRSL" TO WS-POST-TYPE
           MOVE DSW-PROV-REF TO WS-POST-XREF
           MOVE SPACES TO WS-DESC
           STRING "DISPUTE " DELIMITED BY SIZE
               DSW-CASE-NUM DELIMITED BY SIZE
               " CREDIT REVERSED" DELIMITED BY SIZE
               INTO WS-DESC
           MOVE DSW-AMOUNT TO WS-DSP-AMOUNT
           MOVE DSW-ORIG-TRACE TO WS-ORIG-TRACE
           PERFORM LOG-DISPUTE-POSTING
           MOVE WS-NEXT-REF TO DSW-CLOSE-REF
           MOVE ACCOUNT-BALANCE TO WS-BAL-DISPLAY
           DISPLAY "Provisional credit reversed under reference "
               WS-NEXT-REF
           DISPLAY "Account balance: " WS-BAL-DISPLAY
           CLOSE ACCOUNT.

      *> Ten business days on the holidays.dat calendar, counted
      *> from the day after the customer's notice; forty-five
      *> calendar days from the notice.
       SET-DEADLINES.
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE 0 TO WS-BUS-DAYS
           PERFORM UNTIL WS-BUS-DAYS = 10
               ADD 1 TO WS-DAY-NUM
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS = 'Y'
                   ADD 1 TO WS-BUS-DAYS
               END-IF
           END-PERFORM
           MOVE WS-CHECK-DATE TO WS-DUE-10
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 45
           COMPUTE WS-DUE-45 = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).

      *> Day 1 of the COBOL integer date epoch (1601-01-01) was a
      *> Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday.
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-NUM, 7)
           IF WS-DOW = 6 OR WS-DOW = 0
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOLIDAY(WS-HOL-IDX) = WS-CHECK-DATE
                   MOVE 'N' TO WS-IS-BUSINESS
               END-IF
           END-PERFORM.

      *> Business days from the day after the notice through today.
       COUNT-ELAPSED-DAYS.
           MOVE 0 TO WS-ELAPSED
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(DSW-OPEN-DATE)
           MOVE DSW-OPEN-DATE TO WS-CHECK-DATE
           PERFORM UNTIL WS-CHECK-DATE >= WS-TODAY
                   OR WS-ELAPSED = 999
               ADD 1 TO WS-DAY-NUM
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS = 'Y'
                   ADD 1 TO WS-ELAPSED
               END-IF
           END-PERFORM.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE 'N' TO WS-HOL-EOF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS = "35"
               MOVE 'Y' TO WS-HOL-EOF
           END-IF
           PERFORM UNTIL WS-HOL-EOF = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-HOL-EOF
                   NOT AT END
                       IF WS-HOL-COUNT < 100
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE TO WS-HOLIDAY(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOL-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF.

       LOAD-DISPUTES.
           MOVE 0 TO WS-DSP-COUNT
           MOVE 'N' TO WS-DSP-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DSP-COUNT < 1000
                           ADD 1 TO WS-DSP-COUNT
                           MOVE DISPUTE-REC
                               TO WS-DSP-ENTRY(WS-DSP-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DSP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DSP-STATUS NOT = "35"
               CLOSE DISPUTE-FILE
           END-IF.

       SAVE-DISPUTES.
           OPEN OUTPUT DISPUTE-FILE
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               MOVE WS-DSP-ENTRY(WS-DSP-IDX) TO DISPUTE-REC
               WRITE DISPUTE-REC
           END-PERFORM
           CLOSE DISPUTE-FILE.

       GET-NEXT-CASE-NUM.
           MOVE 0 TO WS-NEXT-CASE
           OPEN INPUT DISPUTE-CONTROL
           IF WS-DSPCTL-STATUS NOT = "35"
               READ DISPUTE-CONTROL
               MOVE CTL-LAST-CASE-NUM TO WS-NEXT-CASE
               CLOSE DISPUTE-CONTROL
           END-IF
           ADD 1 TO WS-NEXT-CASE
           MOVE WS-NEXT-CASE TO CTL-LAST-CASE-NUM
           OPEN OUTPUT DISPUTE-CONTROL
           WRITE DISPUTE-CONTROL-REC
           CLOSE DISPUTE-CONTROL.

      *> Every dispute posting carries the processor's trace of the
      *> disputed item; the cross-reference is the disputed posting
      *> on the provisional credit and the provisional credit on its
      *> reversal or final entry.
       LOG-DISPUTE-POSTING.
           MOVE ACCOUNT-NUM TO LOG-ACCOUNT-NUM
           MOVE WS-POST-TYPE TO LOG-TXN-TYPE
           MOVE WS-DSP-AMOUNT TO LOG-AMOUNT
           MOVE ACCOUNT-BALANCE TO LOG-BALANCE
           MOVE WS-TODAY TO LOG-DATE
           PERFORM GET-NEXT-REF-NUM
           MOVE WS-NEXT-REF TO LOG-REF-NUM
           MOVE WS-POST-XREF TO LOG-XREF-NUM
           MOVE SPACE TO LOG-STATUS
           MOVE SPACE TO LOG-TENDER
           MOVE WS-OPER-ID TO LOG-OPERATOR
           MOVE WS-DESC TO LOG-DESC
           MOVE WS-ORIG-TRACE TO LOG-TRACE
           MOVE WS-OPER-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE ACCT-BRANCH TO LOG-BRANCH
           END-IF
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

       GET-HOLDER-NAME.
           MOVE "VALUED CUSTOMER" TO WS-HOLDER-NAME
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS NOT = "35"
               MOVE DSW-ACCOUNT-NUM TO ACCOUNT-NUM
               READ ACCOUNT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NAME TO WS-HOLDER-NAME
                       PERFORM GET-CUSTOMER-NAME
               END-READ
               CLOSE ACCOUNT
           END-IF.

       GET-CUSTOMER-NAME.
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS NOT = "35"
               MOVE CUSTOMER-NUM TO CUST-NUM
               READ CUSTOMER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-HOLDER-NAME
               END-READ
               CLOSE CUSTOMER
           END-IF.

       WRITE-NOTICE-LETTER.
           PERFORM GET-HOLDER-NAME
           OPEN EXTEND DISPUTE-LETTERS
           IF WS-DSPLTR-STATUS = "35"
               OPEN OUTPUT DISPUTE-LETTERS
           END-IF
           MOVE DSW-ACCOUNT-NUM TO MPH-ACCOUNT-NUM
           MOVE 0 TO MPH-CUST-NUM
           WRITE DISPUTE-LETTER-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-LETTER-LINE
           STRING "NOTICE OF DISPUTE RESOLUTION - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  CASE " DELIMITED BY SIZE
               DSW-CASE-NUM DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           STRING "DEAR " DELIMITED BY SIZE
               WS-HOLDER-NAME DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE DSW-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-LETTER-LINE
           STRING "WE HAVE COMPLETED OUR REVIEW OF THE $"
               DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " CARD ITEM" DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           STRING "DATED " DELIMITED BY SIZE
               DSW-ORIG-DATE DELIMITED BY SIZE
               " ON ACCOUNT " DELIMITED BY SIZE
               DSW-ACCOUNT-NUM DELIMITED BY SIZE
               " THAT YOU DISPUTED ON " DELIMITED BY SIZE
               DSW-OPEN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           IF DSW-STATUS = 'F'
               MOVE "THE PROVISIONAL CREDIT TO YOUR ACCOUNT IS NOW "
                   TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE "FINAL. NO FURTHER ACTION IS NEEDED."
                   TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
           ELSE
               MOVE "WE FOUND THAT THE ITEM WAS CORRECTLY CHARGED, "
                   TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE SPACES TO WS-LETTER-LINE
               STRING "SO THE PROVISIONAL CREDIT OF $"
                   DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   " WAS REVERSED ON " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE "YOU MAY ASK US FOR COPIES OF THE DOCUMENTS WE "
                   TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
               MOVE "RELIED ON IN REACHING THIS DECISION."
                   TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE "PLEASE CONTACT YOUR BRANCH WITH ANY QUESTIONS."
               TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           CLOSE DISPUTE-LETTERS.

       WRITE-LETTER-LINE.
           WRITE DISPUTE-LETTER-LINE FROM WS-LETTER-LINE.

      *> Every open case against both deadlines: LATE once the
      *> deadline has passed, TODAY on the day itself, and SOON when
      *> the ten-day deadline is within three business days or the
      *> forty-five-day deadline within five calendar days.
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPEN CARD DISPUTE CASES AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CASE    ACCT  OPENED   BUS-DAYS 10-DAY DUE"
               TO WS-RPT-LINE
           MOVE "45-DAY DUE" TO WS-RPT-LINE(51:10)
           MOVE "AMOUNT" TO WS-RPT-LINE(75:6)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
               MOVE WS-DSP-ENTRY(WS-DSP-IDX) TO WS-DSP-WORK
               IF DSW-STATUS = 'O'
                   PERFORM AGE-ONE-CASE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPEN-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPEN CASES          " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               "  PROVISIONAL CREDIT OUTSTANDING $" DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAST 10-DAY DEADLINE " DELIMITED BY SIZE
               WS-LATE-10-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAST 45-DAY DEADLINE " DELIMITED BY SIZE
               WS-LATE-45-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DUE OR DUE SOON      " DELIMITED BY SIZE
               WS-DUE-SOON-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE AGING-REPORT
           DISPLAY "Open cases          : " WS-OPEN-COUNT
           DISPLAY "Past 10-day deadline: " WS-LATE-10-COUNT
           DISPLAY "Past 45-day deadline: " WS-LATE-45-COUNT
           DISPLAY "Report written to dispaging.txt".

       AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT
           ADD DSW-AMOUNT TO WS-OPEN-TOTAL
           PERFORM COUNT-ELAPSED-DAYS
           MOVE SPACES TO WS-FLAG-10
           MOVE SPACES TO WS-FLAG-45
           IF WS-TODAY > DSW-DUE-10
               MOVE "LATE" TO WS-FLAG-10
               ADD 1 TO WS-LATE-10-COUNT
           ELSE IF WS-TODAY = DSW-DUE-10
               MOVE "TODAY" TO WS-FLAG-10
           ELSE IF WS-ELAPSED >= 7
               MOVE "SOON" TO WS-FLAG-10
           END-IF.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DSW-DUE-45)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-DAYS-LEFT < 0
               MOVE "LATE" TO WS-FLAG-45
               ADD 1 TO WS-LATE-45-COUNT
           ELSE IF WS-DAYS-LEFT = 0
               MOVE "TODAY" TO WS-FLAG-45
           ELSE IF WS-DAYS-LEFT <= 5
               MOVE "SOON" TO WS-FLAG-45
           END-IF.
           IF WS-FLAG-10 = "TODAY" OR WS-FLAG-10 = "SOON"
               OR WS-FLAG-45 = "TODAY" OR WS-FLAG-45 = "SOON"
               ADD 1 TO WS-DUE-SOON-COUNT
           END-IF
           MOVE DSW-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING DSW-CASE-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSW-ACCOUNT-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSW-OPEN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ELAPSED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               DSW-DUE-10 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-10 DELIMITED BY SIZE
               DSW-DUE-45 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-45 DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM WS-RPT-LINE.
       END PROGRAM CardDispute.
