           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT STATEMENT-PRINT ASSIGN TO 'statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTPRT-STATUS.
           SELECT CLOSED-ACCOUNTS ASSIGN TO 'closedacct.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-ACCOUNT-NUM
               FILE STATUS IS WS-CLA-STATUS.



           COPY "TRANSLOG.cpy".

           FD LOG-ARCHIVE.
           01 LOG-ARCHIVE-REC PIC X(113).

           FD BUSINESS-DATE-FILE.
           01 BUSINESS-DATE-REC.
           FD OWNER-XREF.
           COPY "OWNERREC.cpy".

      *> Printed copy of the month-end run for the mail stream: one
      *> mail piece per combined customer statement, or per account
      *> for accounts with no customer. Reprints go to the screen
      *> only.
           FD STATEMENT-PRINT.
           01 STATEMENT-PRINT-LINE PIC X(80).

           FD CLOSED-ACCOUNTS.
           COPY "CLSDACCT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-LOG-EOF      PIC X VALUE 'N'.
               10 WS-OWN-FLAG PIC X(1).
       01 WS-RUN-MODE      PIC 9.
       01 WS-RP-ACCOUNT    PIC 9(5).
       01 WS-RP-FOUND      PIC X VALUE 'N'.
       01 WS-CLA-STATUS    PIC XX.
       01 WS-TODAY         PIC 9(8).
       01 WS-OPER-ID       PIC X(4).
       01 WS-OPER-ROLE     PIC X(1).
       01 WS-STMT-IDX      PIC 9(4).
       01 WS-STMT-OVERFLOW PIC X VALUE 'N'.
       01 WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 2000 TIMES PIC X(113).
       01 WS-LOG-WORK.
           05 WLG-ACCOUNT-NUM PIC 9(5).
           05 WLG-TXN-TYPE    PIC X(8).
           05 WLG-OPERATOR    PIC X(4).
           05 WLG-DESC        PIC X(30).
           05 WLG-TRACE       PIC X(15).
           05 WLG-BRANCH      PIC X(3).
       01 WS-BAL-DISPLAY   PIC -(9)9.99.
       01 WS-HOME-BRANCH   PIC X(3).
       01 WS-STMTPRT-STATUS PIC XX.
       01 WS-PRINT-OPEN    PIC X VALUE 'N'.
       01 WS-STMT-LINE     PIC X(80).
       01 WS-CNT-DISPLAY   PIC ZZ9.
       01 WS-AMT-DISPLAY   PIC Z(6)9.99.
       01 WS-TOTAL-DISPLAY PIC -(11)9.99.
       COPY "MAILHDR.cpy".

       PROCEDURE DIVISION.

           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to report"
           ELSE
               OPEN EXTEND STATEMENT-PRINT
               IF WS-STMTPRT-STATUS = "35"
                   OPEN OUTPUT STATEMENT-PRINT
               END-IF
               MOVE 'Y' TO WS-PRINT-OPEN
               OPEN INPUT CUSTOMER
               IF WS-CUST-STATUS = "35"
                   PERFORM STATEMENTS-BY-ACCOUNT
                   CLOSE CUSTOMER
               END-IF
               CLOSE ACCOUNT
               CLOSE STATEMENT-PRINT
               MOVE 'N' TO WS-PRINT-OPEN
               DISPLAY "Statements written to statements.txt"
           END-IF.

       REPRINT-STATEMENT.
           ACCEPT WS-STMT-PERIOD
           PERFORM LOAD-ARCHIVE-TRANSACTIONS
           PERFORM LOAD-PERIOD-TRANSACTIONS
           MOVE 'N' TO WS-RP-FOUND
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS NOT = "35"
               MOVE WS-RP-ACCOUNT TO ACCOUNT-NUM
               READ ACCOUNT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RP-FOUND
                       PERFORM PRINT-STATEMENT
               END-READ
               CLOSE ACCOUNT
           END-IF
           IF WS-RP-FOUND = 'N'
               PERFORM REPRINT-PURGED-ACCOUNT
           END-IF
           IF WS-RP-FOUND = 'N'
               DISPLAY "Account not found"
           END-IF.

      *> An account purged from accounts.txt is reprinted from its
      *> closed-account history record, which carries the account
      *> record as it stood when it was purged.
       REPRINT-PURGED-ACCOUNT.
           OPEN INPUT CLOSED-ACCOUNTS
           IF WS-CLA-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RP-ACCOUNT TO CLA-ACCOUNT-NUM
           READ CLOSED-ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RP-FOUND
                   MOVE CLA-ACCOUNT-IMAGE TO ACCOUNT-FILE
                   PERFORM PRINT-STATEMENT
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "** ACCOUNT CLOSED " DELIMITED BY SIZE
                       ACCT-CLOSE-DATE DELIMITED BY SIZE
                       " - FROM CLOSED-ACCOUNT HISTORY **"
                       DELIMITED BY SIZE
                       INTO WS-STMT-LINE
                   PERFORM PUT-STATEMENT-LINE
           END-READ
           CLOSE CLOSED-ACCOUNTS.

       LOAD-PERIOD-TRANSACTIONS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT TRANSACTION-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM START-ACCOUNT-PIECE
                       PERFORM PRINT-STATEMENT
               END-READ
           END-PERFORM.
                       PERFORM CHECK-JOINT-OWNERSHIP
                       IF CUSTOMER-NUM = CUST-NUM
                           OR WS-JOINT-OWNER = 'Y'
                           IF WS-CUST-ACCTS = 0
                               PERFORM START-CUSTOMER-PIECE
                           END-IF
                           PERFORM PRINT-STATEMENT
                           ADD WS-END-BALANCE TO WS-CUST-TOTAL
                           ADD 1 TO WS-CUST-ACCTS
           IF WS-CUST-ACCTS = 0
               DISPLAY "  (no accounts for this customer)"
           ELSE
               MOVE WS-CUST-ACCTS TO WS-CNT-DISPLAY
               MOVE WS-CUST-TOTAL TO WS-TOTAL-DISPLAY
               MOVE SPACES TO WS-STMT-LINE
               STRING "Combined Balance (" DELIMITED BY SIZE
                   WS-CNT-DISPLAY DELIMITED BY SIZE
                   " accounts): " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.

      *> A customer's combined statement is one mail piece; it starts
      *> with the first account found, so a customer with no accounts
      *> gets nothing in the mail.
       START-CUSTOMER-PIECE.
           IF WS-PRINT-OPEN = 'Y'
               MOVE 0 TO MPH-ACCOUNT-NUM
               MOVE CUST-NUM TO MPH-CUST-NUM
               WRITE STATEMENT-PRINT-LINE FROM MAIL-PIECE-HDR
               MOVE SPACES TO WS-STMT-LINE
               STRING "Combined Statement for Customer: "
                   DELIMITED BY SIZE
                   CUST-NUM DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE
               MOVE SPACES TO WS-STMT-LINE
               STRING "Name: " DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE
           END-IF.

       START-ACCOUNT-PIECE.
           IF WS-PRINT-OPEN = 'Y'
               MOVE ACCOUNT-NUM TO MPH-ACCOUNT-NUM
               MOVE 0 TO MPH-CUST-NUM
               WRITE STATEMENT-PRINT-LINE FROM MAIL-PIECE-HDR
           END-IF.

      *> Every statement line goes to the screen as before and, on
      *> the month-end run, to statements.txt as well.
       PUT-STATEMENT-LINE.
           DISPLAY WS-STMT-LINE
           IF WS-PRINT-OPEN = 'Y'
               WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE
           END-IF.

      *> A jointly held account shows on every owner's combined
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-NUM = 0
                           PERFORM START-ACCOUNT-PIECE
                           PERFORM PRINT-STATEMENT
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-STATEMENT.
           MOVE ALL "=" TO WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE(43:38)
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "Statement for Account: " DELIMITED BY SIZE
               ACCOUNT-NUM DELIMITED BY SIZE
               INTO WS-STMT-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "Name: " DELIMITED BY SIZE
               NAME DELIMITED BY SIZE
               INTO WS-STMT-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE ACCT-BRANCH TO WS-HOME-BRANCH
           IF WS-HOME-BRANCH = SPACES
               MOVE "001" TO WS-HOME-BRANCH
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           STRING "Home Branch: " DELIMITED BY SIZE
               WS-HOME-BRANCH DELIMITED BY SIZE
               INTO WS-STMT-LINE
           PERFORM PUT-STATEMENT-LINE
           IF ACCOUNT-STATUS = 'F'
               MOVE SPACES TO WS-STMT-LINE
               STRING "** ACCOUNT FROZEN - REASON " DELIMITED BY SIZE
                   FREEZE-REASON DELIMITED BY SIZE
                   " **" DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF
           MOVE ACCOUNT-BALANCE TO WS-BEGIN-BALANCE
           MOVE ACCOUNT-BALANCE TO WS-END-BALANCE
               END-IF
           END-PERFORM
           MOVE WS-BEGIN-BALANCE TO WS-BAL-DISPLAY
           MOVE SPACES TO WS-STMT-LINE
           STRING "Beginning Balance: " DELIMITED BY SIZE
               WS-BAL-DISPLAY DELIMITED BY SIZE
               INTO WS-STMT-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE 0 TO WS-TXN-COUNT
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
               END-IF
           END-PERFORM
           MOVE WS-END-BALANCE TO WS-BAL-DISPLAY
           MOVE SPACES TO WS-STMT-LINE
           STRING "Ending Balance:    " DELIMITED BY SIZE
               WS-BAL-DISPLAY DELIMITED BY SIZE
               INTO WS-STMT-LINE
           PERFORM PUT-STATEMENT-LINE
           ADD 1 TO WS-COUNT.

       SET-BEGIN-BALANCE.
               OR WLG-TXN-TYPE = "ODADVNCE"
               OR WLG-TXN-TYPE = "ODINTCHG"
               OR WLG-TXN-TYPE = "ESCHEAT"
               OR WLG-TXN-TYPE = "OFCHKDR"
               OR WLG-TXN-TYPE = "DSPRVRSL"
               OR WLG-TXN-TYPE = "LEVYFEE"
               OR WLG-TXN-TYPE = "LEVYPMT"
               COMPUTE WS-BEGIN-BALANCE =
                   WLG-BALANCE + WLG-AMOUNT
           ELSE IF WLG-TXN-TYPE = "LOANINT"
               OR WLG-TXN-TYPE = "RVRSL-NT"
               OR WLG-TXN-TYPE = "OFCHKCSH"
               OR WLG-TXN-TYPE = "OFCHKPD"
               OR WLG-TXN-TYPE = "DSPFINAL"
               MOVE WLG-BALANCE TO WS-BEGIN-BALANCE
           ELSE
               COMPUTE WS-BEGIN-BALANCE =

       RECORD-TRANSACTION.
           MOVE WLG-BALANCE TO WS-BAL-DISPLAY
           MOVE WLG-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-STMT-LINE
           STRING "  " DELIMITED BY SIZE
               WLG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WLG-TXN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-BAL-DISPLAY DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               WLG-REF-NUM DELIMITED BY SIZE
               INTO WS-STMT-LINE
           PERFORM PUT-STATEMENT-LINE
           IF WLG-DESC NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "    " DELIMITED BY SIZE
                   WLG-DESC DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF
           IF WLG-TRACE NOT = SPACES
               MOVE SPACES TO WS-STMT-LINE
               STRING "    (TRACE " DELIMITED BY SIZE
                   WLG-TRACE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF
           IF WLG-STATUS = 'R'
               MOVE "    ** REVERSED BY A LATER CORRECTION **"
                   TO WS-STMT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF
           IF WLG-XREF-NUM > 0
               MOVE SPACES TO WS-STMT-LINE
               STRING "    (RELATES TO REF " DELIMITED BY SIZE
                   WLG-XREF-NUM DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF
           ADD 1 TO WS-TXN-COUNT.
       END PROGRAM StatementReport.
