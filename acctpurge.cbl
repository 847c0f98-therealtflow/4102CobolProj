       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClosedAccountPurge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CLOSED-ACCOUNTS ASSIGN TO 'closedacct.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-ACCOUNT-NUM
               FILE STATUS IS WS-CLA-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT OWNER-WORK ASSIGN TO 'acctownwk.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CLOSED-OWNERS ASSIGN TO 'closedowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'holds.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STOP-PAYMENTS ASSIGN TO 'stoppay.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-STATUS.
           SELECT OUTBOUND-REG ASSIGN TO 'outreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTREG-STATUS.
           SELECT PURGE-CONTROL ASSIGN TO 'purgectl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGECTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD CLOSED-ACCOUNTS.
       COPY "CLSDACCT.cpy".

       FD OWNER-XREF.
       COPY "OWNERREC.cpy".

       FD OWNER-WORK.
       01 OWNER-WORK-REC PIC X(11).

       FD CLOSED-OWNERS.
       COPY "CLSDOWN.cpy".

       FD HOLD-FILE.
       COPY "HOLDREC.cpy".

      *> Layout maintained by StopPayments; must agree.
       FD STOP-PAYMENTS.
       01 STOP-PAYMENT-REC.
           05 STP-STOP-NUM    PIC 9(5).
           05 STP-ACCOUNT     PIC 9(5).
           05 STP-LOW-AMOUNT  PIC 9(7)V99.
           05 STP-HIGH-AMOUNT PIC 9(7)V99.
           05 STP-TRACE       PIC X(15).
           05 STP-EXPIRY      PIC 9(8).
           05 STP-STATUS      PIC X(1).

       FD OUTBOUND-REG.
       COPY "OUTREG.cpy".

      *> Number of whole months an account must have been closed
      *> before it leaves accounts.txt for closedacct.txt.
       FD PURGE-CONTROL.
       01 PURGE-CONTROL-REC.
           05 CTL-RETAIN-MONTHS PIC 9(2).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CLA-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-CLO-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-STP-STATUS PIC XX.
       01 WS-OUTREG-STATUS PIC XX.
       01 WS-PURGECTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-RETAIN-MONTHS PIC 9(2) VALUE 24.
       01 WS-TODAY PIC 9(8).
       01 WS-CUT-MONTHS PIC 9(6).
       01 WS-CUT-YEAR PIC 9(4).
       01 WS-CUT-MONTH PIC 9(2).
       01 WS-CUTOFF-DATE PIC 9(8).
      *> Accounts with anything still open against them - an
      *> unreleased hold, an active stop-payment or an outbound
      *> item not yet settled. Loaded once before the sweep.
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-IDX PIC 9(4).
       01 WS-OPEN-OVERFLOW PIC X VALUE 'N'.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ACCT OCCURS 2000 TIMES PIC 9(5).
       01 WS-NOTE-ACCT PIC 9(5).
       01 WS-HAS-OPEN-ITEMS PIC X VALUE 'N'.
       01 WS-MOVE-ROW PIC X VALUE 'N'.
       01 WS-CLOSED-SEEN PIC 9(5) VALUE 0.
       01 WS-STAMPED-COUNT PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-BALANCE PIC 9(5) VALUE 0.
       01 WS-KEPT-OPEN PIC 9(5) VALUE 0.
       01 WS-OWNERS-MOVED PIC 9(5) VALUE 0.
       01 WS-OWNERS-KEPT PIC 9(5) VALUE 0.
       01 WS-BAL-DISPLAY PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Closed Account Purge Run"
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-PURGE-CONTROL
           PERFORM COMPUTE-CUTOFF-DATE
           DISPLAY "Retaining closed accounts " WS-RETAIN-MONTHS
               " months - purging those closed before "
               WS-CUTOFF-DATE
           PERFORM LOAD-OPEN-ITEMS
           IF WS-OPEN-OVERFLOW = 'Y'
               DISPLAY "*** MORE THAN 2000 ACCOUNTS WITH OPEN ITEMS - "
                   "PURGE NOT RUN SO NO ACCOUNT WITH AN OPEN ITEM "
                   "IS PURGED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to purge"
               STOP RUN
           END-IF
           PERFORM ENSURE-HISTORY-EXISTS
           OPEN I-O CLOSED-ACCOUNTS
           PERFORM PURGE-CLOSED-ACCOUNTS
           PERFORM MOVE-OWNER-ROWS
           CLOSE CLOSED-ACCOUNTS
           CLOSE ACCOUNT
           DISPLAY "Closed accounts seen      : " WS-CLOSED-SEEN
           DISPLAY "Close date first recorded: " WS-STAMPED-COUNT
           DISPLAY "Purged to closedacct.txt : " WS-PURGED-COUNT
           DISPLAY "Kept - balance not zero  : " WS-KEPT-BALANCE
           DISPLAY "Kept - open items        : " WS-KEPT-OPEN
           DISPLAY "Owner rows moved         : " WS-OWNERS-MOVED
           STOP RUN.

      *> Close dates are bank business dates, so retention is
      *> measured from bizdate.dat too. A missing bizdate.dat falls
      *> back to the system date.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZDATE-STATUS = "35"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ELSE
               READ BUSINESS-DATE-FILE
               MOVE CTL-BUSINESS-DATE TO WS-TODAY
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-PURGE-CONTROL.
           OPEN INPUT PURGE-CONTROL
           IF WS-PURGECTL-STATUS = "35"
               DISPLAY "No purgectl.dat found - using "
                   WS-RETAIN-MONTHS " months"
           ELSE
               READ PURGE-CONTROL
               MOVE CTL-RETAIN-MONTHS TO WS-RETAIN-MONTHS
               CLOSE PURGE-CONTROL
           END-IF.

      *> The same day of the month, WS-RETAIN-MONTHS months back. An
      *> account closed on or after that date has not yet been closed
      *> for the full retention period.
       COMPUTE-CUTOFF-DATE.
           COMPUTE WS-CUT-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2)) - 1
               - WS-RETAIN-MONTHS
           COMPUTE WS-CUT-YEAR = WS-CUT-MONTHS / 12
           COMPUTE WS-CUT-MONTH =
               FUNCTION MOD(WS-CUT-MONTHS, 12) + 1
           COMPUTE WS-CUTOFF-DATE =
               (WS-CUT-YEAR * 100 + WS-CUT-MONTH) * 100
               + FUNCTION NUMVAL(WS-TODAY(7:2)).

       LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLD-STATUS = 'H'
                           MOVE HOLD-ACCOUNT-NUM TO WS-NOTE-ACCT
                           PERFORM NOTE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOP-PAYMENTS
           IF WS-STP-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOP-PAYMENTS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STP-STATUS = 'A'
                           AND (STP-EXPIRY = 0
                               OR STP-EXPIRY >= WS-TODAY)
                           MOVE STP-ACCOUNT TO WS-NOTE-ACCT
                           PERFORM NOTE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STP-STATUS NOT = "35"
               CLOSE STOP-PAYMENTS
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT OUTBOUND-REG
           IF WS-OUTREG-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOUND-REG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OBR-STATUS = 'O'
                           MOVE OBR-ACCOUNT TO WS-NOTE-ACCT
                           PERFORM NOTE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OUTREG-STATUS NOT = "35"
               CLOSE OUTBOUND-REG
           END-IF.

       NOTE-OPEN-ITEM.
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-ACCT(WS-OPEN-IDX) = WS-NOTE-ACCT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT < 2000
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-NOTE-ACCT TO WS-OPEN-ACCT(WS-OPEN-COUNT)
           ELSE
               MOVE 'Y' TO WS-OPEN-OVERFLOW
           END-IF.

       ENSURE-HISTORY-EXISTS.
           OPEN INPUT CLOSED-ACCOUNTS
           IF WS-CLA-STATUS = "35"
               OPEN OUTPUT CLOSED-ACCOUNTS
           END-IF
           CLOSE CLOSED-ACCOUNTS.

       PURGE-CLOSED-ACCOUNTS.
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
                       IF ACCOUNT-STATUS = 'C'
                           PERFORM CHECK-CLOSED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

      *> An account closed before close dates were kept has none to
      *> measure from; its retention starts today.
       CHECK-CLOSED-ACCOUNT.
           ADD 1 TO WS-CLOSED-SEEN
           IF ACCT-CLOSE-DATE = 0
               MOVE WS-TODAY TO ACCT-CLOSE-DATE
               REWRITE ACCOUNT-FILE
               ADD 1 TO WS-STAMPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CLOSE-DATE NOT < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-BALANCE NOT = 0
               ADD 1 TO WS-KEPT-BALANCE
               MOVE ACCOUNT-BALANCE TO WS-BAL-DISPLAY
               DISPLAY "Account " ACCOUNT-NUM " closed "
                   ACCT-CLOSE-DATE " kept - balance "
                   WS-BAL-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HAS-OPEN-ITEMS
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-ACCT(WS-OPEN-IDX) = ACCOUNT-NUM
                   MOVE 'Y' TO WS-HAS-OPEN-ITEMS
               END-IF
           END-PERFORM
           IF WS-HAS-OPEN-ITEMS = 'Y'
               ADD 1 TO WS-KEPT-OPEN
               DISPLAY "Account " ACCOUNT-NUM " closed "
                   ACCT-CLOSE-DATE " kept - hold, stop-payment or "
                   "outbound item still open"
               EXIT PARAGRAPH
           END-IF
           PERFORM PURGE-ONE-ACCOUNT.

      *> The history record is written before the account is deleted,
      *> so a run that stops between the two leaves the account in
      *> both places rather than in neither; the next run finds the
      *> history record and finishes the delete.
       PURGE-ONE-ACCOUNT.
           MOVE ACCOUNT-NUM TO CLA-ACCOUNT-NUM
           MOVE WS-TODAY TO CLA-PURGE-DATE
           MOVE ACCOUNT-FILE TO CLA-ACCOUNT-IMAGE
           WRITE CLOSED-ACCOUNT-REC
               INVALID KEY
                   DISPLAY "Account " ACCOUNT-NUM
                       " already in closedacct.txt - removing from "
                       "accounts.txt"
           END-WRITE
           DELETE ACCOUNT RECORD
           ADD 1 TO WS-PURGED-COUNT
           DISPLAY "Account " ACCOUNT-NUM " closed " ACCT-CLOSE-DATE
               " purged".

      *> acctowners.txt is copied row by row to a work file; the rows
      *> of any account now in closedacct.txt and gone from
      *> accounts.txt go to closedowners.txt instead, and the work
      *> file then replaces acctowners.txt. Deciding by the two
      *> files rather than by this run's purges also picks up the
      *> rows of a run that stopped before reaching this step.
       MOVE-OWNER-ROWS.
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OWNER-WORK
           OPEN EXTEND CLOSED-OWNERS
           IF WS-CLO-STATUS = "35"
               OPEN OUTPUT CLOSED-OWNERS
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-XREF
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SORT-ONE-OWNER-ROW
               END-READ
           END-PERFORM
           CLOSE CLOSED-OWNERS
           CLOSE OWNER-WORK
           CLOSE OWNER-XREF
           IF WS-OWNERS-MOVED > 0
               PERFORM REWRITE-OWNERS-FROM-WORK
           END-IF.

       SORT-ONE-OWNER-ROW.
           MOVE 'N' TO WS-MOVE-ROW
           MOVE OWN-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   MOVE OWN-ACCOUNT-NUM TO CLA-ACCOUNT-NUM
                   READ CLOSED-ACCOUNTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-MOVE-ROW
                   END-READ
           END-READ
           IF WS-MOVE-ROW = 'Y'
               MOVE OWN-ACCOUNT-NUM TO CLO-ACCOUNT-NUM
               MOVE OWN-CUSTOMER-NUM TO CLO-CUSTOMER-NUM
               MOVE OWN-PRIMARY TO CLO-PRIMARY
               MOVE CLA-PURGE-DATE TO CLO-PURGE-DATE
               WRITE CLOSED-OWNER-REC
               ADD 1 TO WS-OWNERS-MOVED
           ELSE
               WRITE OWNER-WORK-REC FROM OWNER-XREF-REC
               ADD 1 TO WS-OWNERS-KEPT
           END-IF.

       REWRITE-OWNERS-FROM-WORK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNER-WORK
           OPEN OUTPUT OWNER-XREF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE OWNER-XREF-REC FROM OWNER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE OWNER-WORK
           CLOSE OWNER-XREF.
       END PROGRAM ClosedAccountPurge.
