       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelationshipProfit.

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
           SELECT CUSTOMER ASSIGN TO 'customers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUM
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT CLOSED-OWNERS ASSIGN TO 'closedowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LOG-ARCHIVE ASSIGN TO 'translogarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PROFIT-REPORT ASSIGN TO 'profitrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD CLOSED-ACCOUNTS.
       COPY "CLSDACCT.cpy".

       FD CUSTOMER.
       COPY "CUSTREC.cpy".

       FD OWNER-XREF.
       COPY "OWNERREC.cpy".

       FD CLOSED-OWNERS.
       COPY "CLSDOWN.cpy".

       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

       FD PROFIT-REPORT.
       01 PROFIT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CLA-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-CLO-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CUST-OPEN PIC X VALUE 'N'.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-VALID PIC X.
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-YEAR PIC 9(4).
       01 WS-CHECK-MONTH PIC 9(2).
       01 WS-CHECK-DAY PIC 9(2).
       01 WS-FROM-DAY PIC 9(7).
       01 WS-TO-DAY PIC 9(7).
       01 WS-POST-DAY PIC 9(7).
       01 WS-RANGE-DAYS PIC 9(5).
       01 WS-OPER-ID PIC X(4).
       COPY "SIGNON.cpy".
       01 WS-LOG-WORK.
           05 WLG-ACCOUNT-NUM PIC 9(5).
           05 WLG-TXN-TYPE    PIC X(8).
           05 WLG-AMOUNT      PIC 9(7)V99.
           05 WLG-BALANCE     PIC S9(9)V99.
           05 WLG-DATE        PIC 9(8).
           05 WLG-REF-NUM     PIC 9(9).
           05 WLG-XREF-NUM    PIC 9(9).
           05 WLG-STATUS      PIC X(1).
           05 WLG-TENDER      PIC X(1).
           05 WLG-OPERATOR    PIC X(4).
           05 WLG-DESC        PIC X(30).
           05 WLG-TRACE       PIC X(15).
           05 WLG-BRANCH      PIC X(3).
       01 WS-ACCT-IDX PIC 9(6).
       01 WS-CUST-IDX PIC 9(6).
      *> Per account, indexed by account number. The balance carried
      *> is the balance at the end of WS-AP-LAST-DAY; balance-days
      *> accumulate it over every day of the range for the average.
      *> WS-AP-KNOWN: the balance at the range start has been set.
      *> WS-AP-PAST: a posting after the range has been seen, so
      *> later postings no longer bear on the range.
       01 WS-ACCT-PROFIT-TABLE.
           05 WS-AP-ENTRY OCCURS 99999 TIMES.
               10 WS-AP-ON-FILE   PIC X VALUE 'N'.
               10 WS-AP-KNOWN     PIC X VALUE 'N'.
               10 WS-AP-PAST      PIC X VALUE 'N'.
               10 WS-AP-TYPE      PIC X(1).
               10 WS-AP-PRIMARY   PIC 9(5).
               10 WS-AP-BALANCE   PIC S9(9)V99 VALUE 0.
               10 WS-AP-LAST-DAY  PIC 9(7) VALUE 0.
               10 WS-AP-BAL-DAYS  PIC S9(15)V99 VALUE 0.
               10 WS-AP-INT-PAID  PIC 9(7)V99 VALUE 0.
               10 WS-AP-FEE-INC   PIC 9(7)V99 VALUE 0.
               10 WS-AP-INT-INC   PIC 9(7)V99 VALUE 0.
               10 WS-AP-AVG-BAL   PIC S9(9)V99 VALUE 0.
      *> Per customer, indexed by customer number.
       01 WS-CUST-PROFIT-TABLE.
           05 WS-CP-ENTRY OCCURS 99999 TIMES.
               10 WS-CP-ACCTS     PIC 9(3) VALUE 0.
               10 WS-CP-AVG-DEP   PIC S9(11)V99 VALUE 0.
               10 WS-CP-AVG-LOAN  PIC S9(11)V99 VALUE 0.
               10 WS-CP-INT-PAID  PIC 9(9)V99 VALUE 0.
               10 WS-CP-FEE-INC   PIC 9(9)V99 VALUE 0.
               10 WS-CP-INT-INC   PIC 9(9)V99 VALUE 0.
               10 WS-CP-NET       PIC S9(9)V99 VALUE 0.
       01 WS-PAIR-ACCT PIC 9(5).
       01 WS-PAIR-CUST PIC 9(5).
      *> Top and bottom relationships by net contribution, kept as
      *> running lists while the customers are totalled: list 1 is
      *> highest first, list 2 lowest first.
       01 WS-RANK-LIMIT PIC 9(2) VALUE 10.
       01 WS-RANK-LIST PIC 9.
       01 WS-RANK-IDX PIC 9(2).
       01 WS-RANK-POS PIC 9(2).
       01 WS-RANK-LAST PIC 9(2).
       01 WS-RANK-DONE PIC X.
       01 WS-RANK-BETTER PIC X.
       01 WS-RANK-TABLE.
           05 WS-RANK-SET OCCURS 2 TIMES.
               10 WS-RANK-COUNT PIC 9(2) VALUE 0.
               10 WS-RANK-ENTRY OCCURS 10 TIMES.
                   15 WS-RANK-CUST PIC 9(5).
                   15 WS-RANK-NET  PIC S9(9)V99.
       01 WS-REL-COUNT PIC 9(5) VALUE 0.
       01 WS-TOT-INT-PAID PIC 9(11)V99 VALUE 0.
       01 WS-TOT-FEE-INC PIC 9(11)V99 VALUE 0.
       01 WS-TOT-INT-INC PIC 9(11)V99 VALUE 0.
       01 WS-TOT-NET PIC S9(11)V99 VALUE 0.
       01 WS-CUST-NAME PIC X(20).
       01 WS-RPT-LINE PIC X(132).
       01 WS-CNT-DISPLAY PIC ZZ9.
       01 WS-RANK-DISPLAY PIC Z9.
       01 WS-BAL-DISPLAY-1 PIC -(10)9.99.
       01 WS-BAL-DISPLAY-2 PIC -(10)9.99.
       01 WS-AMT-DISPLAY-1 PIC Z(8)9.99.
       01 WS-AMT-DISPLAY-2 PIC Z(8)9.99.
       01 WS-AMT-DISPLAY-3 PIC Z(8)9.99.
       01 WS-NET-DISPLAY PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Customer Relationship Profitability Report"
           PERFORM OPERATOR-SIGN-ON
           DISPLAY "From date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To date   (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE 'Y' TO WS-VALID
           MOVE WS-FROM-DATE TO WS-CHECK-DATE
           PERFORM VALIDATE-RANGE-DATE
           MOVE WS-TO-DATE TO WS-CHECK-DATE
           PERFORM VALIDATE-RANGE-DATE
           IF WS-VALID = 'N' OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Date range is not valid - nothing reported"
               STOP RUN
           END-IF
           COMPUTE WS-FROM-DAY = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-DAY = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           COMPUTE WS-RANGE-DAYS = WS-TO-DAY - WS-FROM-DAY + 1
           PERFORM LOAD-ACCOUNTS
           PERFORM READ-ARCHIVED-POSTINGS
           PERFORM READ-ONLINE-POSTINGS
           PERFORM FINISH-ACCOUNT-AVERAGES
           PERFORM ASSIGN-PRIMARY-OWNERS
           PERFORM ASSIGN-JOINT-OWNERS
           PERFORM PRINT-PROFIT-REPORT
           DISPLAY "Relationships reported: " WS-REL-COUNT
           DISPLAY "Report written to profitrpt.txt"
           STOP RUN.

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
           MOVE SGN-OPER-ID TO WS-OPER-ID.

       VALIDATE-RANGE-DATE.
           MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-YEAR
           MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MONTH
           MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DAY
           IF WS-CHECK-YEAR < 1900
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               MOVE 'N' TO WS-VALID
           END-IF.

      *> Accounts on file now, plus those already purged to the
      *> closed-account history, so a past range still counts them.
       LOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 0 TO ACCOUNT-NUM
               START ACCOUNT KEY IS NOT LESS THAN ACCOUNT-NUM
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-ACCT-STATUS NOT = "35"
               CLOSE ACCOUNT
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT CLOSED-ACCOUNTS
           IF WS-CLA-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 0 TO CLA-ACCOUNT-NUM
               START CLOSED-ACCOUNTS KEY IS NOT LESS THAN
                       CLA-ACCOUNT-NUM
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLOSED-ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CLA-ACCOUNT-IMAGE TO ACCOUNT-FILE
                       IF ACCOUNT-NUM > 0
                           AND WS-AP-ON-FILE(ACCOUNT-NUM) = 'N'
                           PERFORM NOTE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLA-STATUS NOT = "35"
               CLOSE CLOSED-ACCOUNTS
           END-IF.

      *> The balance now stands until a posting says otherwise; an
      *> account with no postings after the range start held it for
      *> the whole range.
       NOTE-ACCOUNT.
           IF ACCOUNT-NUM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AP-ON-FILE(ACCOUNT-NUM)
           MOVE ACCOUNT-TYPE TO WS-AP-TYPE(ACCOUNT-NUM)
           MOVE CUSTOMER-NUM TO WS-AP-PRIMARY(ACCOUNT-NUM)
           MOVE ACCOUNT-BALANCE TO WS-AP-BALANCE(ACCOUNT-NUM).

      *> The archive holds the older postings, so it is read first
      *> and each account's postings arrive oldest first.
       READ-ARCHIVED-POSTINGS.
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
                       MOVE LOG-ARCHIVE-REC TO WS-LOG-WORK
                       PERFORM APPLY-POSTING
               END-READ
           END-PERFORM
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE LOG-ARCHIVE
           END-IF.

       READ-ONLINE-POSTINGS.
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
                       MOVE TRANSACTION-LOG-REC TO WS-LOG-WORK
                       PERFORM APPLY-POSTING
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG
           END-IF.

      *> Every posting moves the running balance, reversed or not -
      *> the reversal is a posting of its own. Only postings still
      *> standing count as income or interest paid.
       APPLY-POSTING.
           MOVE WLG-ACCOUNT-NUM TO WS-ACCT-IDX
           IF WS-ACCT-IDX = 0 OR WS-AP-PAST(WS-ACCT-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WLG-DATE < WS-FROM-DATE
               MOVE WLG-BALANCE TO WS-AP-BALANCE(WS-ACCT-IDX)
               MOVE 'Y' TO WS-AP-KNOWN(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-KNOWN(WS-ACCT-IDX) = 'N'
               PERFORM SET-OPENING-BALANCE
               MOVE 'Y' TO WS-AP-KNOWN(WS-ACCT-IDX)
           END-IF
           IF WLG-DATE > WS-TO-DATE
               MOVE 'Y' TO WS-AP-PAST(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-LAST-DAY(WS-ACCT-IDX) = 0
               MOVE WS-FROM-DAY TO WS-AP-LAST-DAY(WS-ACCT-IDX)
           END-IF
           COMPUTE WS-POST-DAY = FUNCTION INTEGER-OF-DATE(WLG-DATE)
           COMPUTE WS-AP-BAL-DAYS(WS-ACCT-IDX) =
               WS-AP-BAL-DAYS(WS-ACCT-IDX)
               + WS-AP-BALANCE(WS-ACCT-IDX)
               * (WS-POST-DAY - WS-AP-LAST-DAY(WS-ACCT-IDX))
           MOVE WS-POST-DAY TO WS-AP-LAST-DAY(WS-ACCT-IDX)
           MOVE WLG-BALANCE TO WS-AP-BALANCE(WS-ACCT-IDX)
           IF WLG-STATUS = 'R'
               EXIT PARAGRAPH
           END-IF
           IF WLG-TXN-TYPE = "INTEREST"
               ADD WLG-AMOUNT TO WS-AP-INT-PAID(WS-ACCT-IDX)
           ELSE IF WLG-TXN-TYPE = "SERVFEE"
               OR WLG-TXN-TYPE = "NSFFEE"
               OR WLG-TXN-TYPE = "CDPENLTY"
               OR WLG-TXN-TYPE = "LATEFEE"
               OR WLG-TXN-TYPE = "LEVYFEE"
               ADD WLG-AMOUNT TO WS-AP-FEE-INC(WS-ACCT-IDX)
           ELSE IF WLG-TXN-TYPE = "ODINTCHG"
               OR WLG-TXN-TYPE = "LOANINT"
               ADD WLG-AMOUNT TO WS-AP-INT-INC(WS-ACCT-IDX)
           END-IF.

      *> The balance before the account's first posting in or after
      *> the range, worked back from that posting as the statement
      *> does for its beginning balance.
       SET-OPENING-BALANCE.
           IF WLG-TXN-TYPE = "WITHDRAW"
               OR WLG-TXN-TYPE = "XFEROUT"
               OR WLG-TXN-TYPE = "ODSWPOUT"
               OR WLG-TXN-TYPE = "RVRSL-DR"
               OR WLG-TXN-TYPE = "CLRDEBIT"
               OR WLG-TXN-TYPE = "STORDOUT"
               OR WLG-TXN-TYPE = "SERVFEE"
               OR WLG-TXN-TYPE = "NSFFEE"
               OR WLG-TXN-TYPE = "CDPAYOUT"
               OR WLG-TXN-TYPE = "CDPENLTY"
               OR WLG-TXN-TYPE = "LOANPRIN"
               OR WLG-TXN-TYPE = "EXTPMTDR"
               OR WLG-TXN-TYPE = "ODADVNCE"
               OR WLG-TXN-TYPE = "ODINTCHG"
               OR WLG-TXN-TYPE = "ESCHEAT"
               OR WLG-TXN-TYPE = "OFCHKDR"
               OR WLG-TXN-TYPE = "DSPRVRSL"
               OR WLG-TXN-TYPE = "LEVYFEE"
               OR WLG-TXN-TYPE = "LEVYPMT"
               COMPUTE WS-AP-BALANCE(WS-ACCT-IDX) =
                   WLG-BALANCE + WLG-AMOUNT
           ELSE IF WLG-TXN-TYPE = "LOANINT"
               OR WLG-TXN-TYPE = "RVRSL-NT"
               OR WLG-TXN-TYPE = "OFCHKCSH"
               OR WLG-TXN-TYPE = "OFCHKPD"
               OR WLG-TXN-TYPE = "DSPFINAL"
               MOVE WLG-BALANCE TO WS-AP-BALANCE(WS-ACCT-IDX)
           ELSE
               COMPUTE WS-AP-BALANCE(WS-ACCT-IDX) =
                   WLG-BALANCE - WLG-AMOUNT
           END-IF.

      *> The balance last carried runs to the end of the range.
       FINISH-ACCOUNT-AVERAGES.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > 99999
               IF WS-AP-ON-FILE(WS-ACCT-IDX) = 'Y'
                   IF WS-AP-LAST-DAY(WS-ACCT-IDX) = 0
                       MOVE WS-FROM-DAY TO WS-AP-LAST-DAY(WS-ACCT-IDX)
                   END-IF
                   COMPUTE WS-AP-BAL-DAYS(WS-ACCT-IDX) =
                       WS-AP-BAL-DAYS(WS-ACCT-IDX)
                       + WS-AP-BALANCE(WS-ACCT-IDX)
                       * (WS-TO-DAY + 1 - WS-AP-LAST-DAY(WS-ACCT-IDX))
                   COMPUTE WS-AP-AVG-BAL(WS-ACCT-IDX) ROUNDED =
                       WS-AP-BAL-DAYS(WS-ACCT-IDX) / WS-RANGE-DAYS
               END-IF
           END-PERFORM.

      *> The primary owner is the account's CUSTOMER-NUM; the owner
      *> files add the joint owners. A jointly held account counts in
      *> full in each owner's relationship.
       ASSIGN-PRIMARY-OWNERS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > 99999
               IF WS-AP-ON-FILE(WS-ACCT-IDX) = 'Y'
                   AND WS-AP-PRIMARY(WS-ACCT-IDX) > 0
                   MOVE WS-ACCT-IDX TO WS-PAIR-ACCT
                   MOVE WS-AP-PRIMARY(WS-ACCT-IDX) TO WS-PAIR-CUST
                   PERFORM ADD-ACCOUNT-TO-CUSTOMER
               END-IF
           END-PERFORM.

       ASSIGN-JOINT-OWNERS.
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
                       MOVE OWN-ACCOUNT-NUM TO WS-PAIR-ACCT
                       MOVE OWN-CUSTOMER-NUM TO WS-PAIR-CUST
                       PERFORM ADD-JOINT-OWNER
               END-READ
           END-PERFORM
           IF WS-OWNER-STATUS NOT = "35"
               CLOSE OWNER-XREF
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT CLOSED-OWNERS
           IF WS-CLO-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLOSED-OWNERS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CLO-ACCOUNT-NUM TO WS-PAIR-ACCT
                       MOVE CLO-CUSTOMER-NUM TO WS-PAIR-CUST
                       PERFORM ADD-JOINT-OWNER
               END-READ
           END-PERFORM
           IF WS-CLO-STATUS NOT = "35"
               CLOSE CLOSED-OWNERS
           END-IF.

       ADD-JOINT-OWNER.
           IF WS-PAIR-ACCT = 0 OR WS-PAIR-CUST = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-ON-FILE(WS-PAIR-ACCT) NOT = 'Y'
               OR WS-AP-PRIMARY(WS-PAIR-ACCT) = WS-PAIR-CUST
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-ACCOUNT-TO-CUSTOMER.

       ADD-ACCOUNT-TO-CUSTOMER.
           MOVE WS-PAIR-CUST TO WS-CUST-IDX
           ADD 1 TO WS-CP-ACCTS(WS-CUST-IDX)
           IF WS-AP-TYPE(WS-PAIR-ACCT) = 'L'
               ADD WS-AP-AVG-BAL(WS-PAIR-ACCT)
                   TO WS-CP-AVG-LOAN(WS-CUST-IDX)
           ELSE
               ADD WS-AP-AVG-BAL(WS-PAIR-ACCT)
                   TO WS-CP-AVG-DEP(WS-CUST-IDX)
           END-IF
           ADD WS-AP-INT-PAID(WS-PAIR-ACCT)
               TO WS-CP-INT-PAID(WS-CUST-IDX)
           ADD WS-AP-FEE-INC(WS-PAIR-ACCT)
               TO WS-CP-FEE-INC(WS-CUST-IDX)
           ADD WS-AP-INT-INC(WS-PAIR-ACCT)
               TO WS-CP-INT-INC(WS-CUST-IDX).

      *> Net contribution is what the relationship earned the bank -
      *> fees plus interest charged - less the interest paid to it.
       PRINT-PROFIT-REPORT.
           OPEN OUTPUT PROFIT-REPORT
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS = "35"
               MOVE 'N' TO WS-CUST-OPEN
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "CUSTOMER RELATIONSHIP PROFITABILITY "
               DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "JOINTLY HELD ACCOUNTS COUNT IN FULL FOR EACH OWNER"
               TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CUST  NAME                 ACCTS" DELIMITED BY SIZE
               "   AVG DEPOSITS    AVG LOANS" DELIMITED BY SIZE
               "   INT PAID      FEES   INT EARNED" DELIMITED BY SIZE
               "         NET" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > 99999
               IF WS-CP-ACCTS(WS-CUST-IDX) > 0
                   PERFORM REPORT-ONE-CUSTOMER
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-TOT-INT-PAID TO WS-AMT-DISPLAY-1
           MOVE WS-TOT-FEE-INC TO WS-AMT-DISPLAY-2
           MOVE WS-TOT-INT-INC TO WS-AMT-DISPLAY-3
           MOVE WS-TOT-NET TO WS-NET-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL INTEREST PAID " DELIMITED BY SIZE
               WS-AMT-DISPLAY-1 DELIMITED BY SIZE
               "  FEES " DELIMITED BY SIZE
               WS-AMT-DISPLAY-2 DELIMITED BY SIZE
               "  INTEREST EARNED " DELIMITED BY SIZE
               WS-AMT-DISPLAY-3 DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-NET-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 1 TO WS-RANK-LIST
           MOVE "TOP RELATIONSHIPS BY NET CONTRIBUTION" TO WS-RPT-LINE
           PERFORM PRINT-RANK-LIST
           MOVE 2 TO WS-RANK-LIST
           MOVE "BOTTOM RELATIONSHIPS BY NET CONTRIBUTION"
               TO WS-RPT-LINE
           PERFORM PRINT-RANK-LIST
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER
           END-IF
           CLOSE PROFIT-REPORT.

       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-REL-COUNT
           COMPUTE WS-CP-NET(WS-CUST-IDX) =
               WS-CP-FEE-INC(WS-CUST-IDX) + WS-CP-INT-INC(WS-CUST-IDX)
               - WS-CP-INT-PAID(WS-CUST-IDX)
           ADD WS-CP-INT-PAID(WS-CUST-IDX) TO WS-TOT-INT-PAID
           ADD WS-CP-FEE-INC(WS-CUST-IDX) TO WS-TOT-FEE-INC
           ADD WS-CP-INT-INC(WS-CUST-IDX) TO WS-TOT-INT-INC
           ADD WS-CP-NET(WS-CUST-IDX) TO WS-TOT-NET
           MOVE 1 TO WS-RANK-LIST
           PERFORM PLACE-IN-RANK-LIST
           MOVE 2 TO WS-RANK-LIST
           PERFORM PLACE-IN-RANK-LIST
           PERFORM GET-CUSTOMER-NAME
           MOVE WS-CP-ACCTS(WS-CUST-IDX) TO WS-CNT-DISPLAY
           MOVE WS-CP-AVG-DEP(WS-CUST-IDX) TO WS-BAL-DISPLAY-1
           MOVE WS-CP-AVG-LOAN(WS-CUST-IDX) TO WS-BAL-DISPLAY-2
           MOVE WS-CP-INT-PAID(WS-CUST-IDX) TO WS-AMT-DISPLAY-1
           MOVE WS-CP-FEE-INC(WS-CUST-IDX) TO WS-AMT-DISPLAY-2
           MOVE WS-CP-INT-INC(WS-CUST-IDX) TO WS-AMT-DISPLAY-3
           MOVE WS-CP-NET(WS-CUST-IDX) TO WS-NET-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CUST-IDX(2:5) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BAL-DISPLAY-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BAL-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE.

       GET-CUSTOMER-NAME.
           MOVE "(NOT ON CUSTOMERS.TXT)" TO WS-CUST-NAME
           IF WS-CUST-OPEN = 'Y'
               MOVE WS-CUST-IDX TO CUST-NUM
               READ CUSTOMER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUST-NAME
               END-READ
           END-IF.

      *> List 1 keeps the highest nets first, list 2 the lowest. The
      *> customer goes in above the first entry it beats; the entry
      *> pushed past the end drops off.
       PLACE-IN-RANK-LIST.
           MOVE WS-RANK-COUNT(WS-RANK-LIST) TO WS-RANK-IDX
           COMPUTE WS-RANK-POS = WS-RANK-IDX + 1
           MOVE 'N' TO WS-RANK-DONE
           PERFORM UNTIL WS-RANK-IDX = 0 OR WS-RANK-DONE = 'Y'
               PERFORM COMPARE-WITH-RANK-ENTRY
               IF WS-RANK-BETTER = 'Y'
                   MOVE WS-RANK-IDX TO WS-RANK-POS
                   SUBTRACT 1 FROM WS-RANK-IDX
               ELSE
                   MOVE 'Y' TO WS-RANK-DONE
               END-IF
           END-PERFORM
           IF WS-RANK-POS > WS-RANK-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF WS-RANK-COUNT(WS-RANK-LIST) < WS-RANK-LIMIT
               ADD 1 TO WS-RANK-COUNT(WS-RANK-LIST)
           END-IF
           COMPUTE WS-RANK-LAST = WS-RANK-COUNT(WS-RANK-LIST) - 1
           PERFORM VARYING WS-RANK-IDX FROM WS-RANK-LAST BY -1
                   UNTIL WS-RANK-IDX < WS-RANK-POS
               MOVE WS-RANK-ENTRY(WS-RANK-LIST WS-RANK-IDX)
                   TO WS-RANK-ENTRY(WS-RANK-LIST WS-RANK-IDX + 1)
           END-PERFORM
           MOVE WS-CUST-IDX TO WS-RANK-CUST(WS-RANK-LIST WS-RANK-POS)
           MOVE WS-CP-NET(WS-CUST-IDX)
               TO WS-RANK-NET(WS-RANK-LIST WS-RANK-POS).

       COMPARE-WITH-RANK-ENTRY.
           MOVE 'N' TO WS-RANK-BETTER
           IF WS-RANK-LIST = 1
               IF WS-CP-NET(WS-CUST-IDX) >
                   WS-RANK-NET(WS-RANK-LIST WS-RANK-IDX)
                   MOVE 'Y' TO WS-RANK-BETTER
               END-IF
           ELSE
               IF WS-CP-NET(WS-CUST-IDX) <
                   WS-RANK-NET(WS-RANK-LIST WS-RANK-IDX)
                   MOVE 'Y' TO WS-RANK-BETTER
               END-IF
           END-IF.

       PRINT-RANK-LIST.
           PERFORM PUT-REPORT-LINE
           IF WS-RANK-COUNT(WS-RANK-LIST) = 0
               MOVE "  (none)" TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT(WS-RANK-LIST)
               MOVE WS-RANK-CUST(WS-RANK-LIST WS-RANK-IDX)
                   TO WS-CUST-IDX
               PERFORM GET-CUSTOMER-NAME
               MOVE WS-RANK-IDX TO WS-RANK-DISPLAY
               MOVE WS-RANK-NET(WS-RANK-LIST WS-RANK-IDX)
                   TO WS-NET-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-RANK-DISPLAY DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-CUST-IDX(2:5) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUST-NAME DELIMITED BY SIZE
                   " NET " DELIMITED BY SIZE
                   WS-NET-DISPLAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM.

       PUT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           WRITE PROFIT-REPORT-LINE FROM WS-RPT-LINE.
       END PROGRAM RelationshipProfit.
