           05 GL-EXPECTED-TOTAL PIC S9(11)V99.

       FD GL-JOURNAL.
       01 GL-JOURNAL-LINE PIC X(100).

       FD EOD-STEP.
       COPY "EODSTEP.cpy".
               10 WS-SUM-ACCT-TYPE PIC X(1).
               10 WS-SUM-CNT       PIC 9(5) VALUE 0.
               10 WS-SUM-TOTAL     PIC 9(11)V99 VALUE 0.
      *> The same summary broken out by the branch that took the
      *> posting (LOG-BRANCH, spaces = 001). These are the journal
      *> lines the GL posts; the table above is the bank-wide
      *> consolidation and goes out as memo lines only.
       01 WS-BSUM-COUNT PIC 9(3) VALUE 0.
       01 WS-BSUM-IDX PIC 9(3).
       01 WS-BSUM-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-BSUM-TABLE.
           05 WS-BSUM-ENTRY OCCURS 120 TIMES.
               10 WS-BSUM-BRANCH    PIC X(3).
               10 WS-BSUM-TYPE      PIC X(8).
               10 WS-BSUM-ACCT-TYPE PIC X(1).
               10 WS-BSUM-CNT       PIC 9(5) VALUE 0.
               10 WS-BSUM-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-BRL-COUNT PIC 9(2) VALUE 0.
       01 WS-BRL-IDX PIC 9(2).
       01 WS-BRL-FOUND-IDX PIC 9(2) VALUE 0.
       01 WS-BRL-TABLE.
           05 WS-BRL-CODE OCCURS 20 TIMES PIC X(3).
       01 WS-THIS-BRANCH PIC X(3).
       01 WS-BR-LINES PIC 9(3).
       01 WS-BR-TOTAL PIC 9(11)V99.
       01 WS-LINES-DISPLAY PIC ZZ9.
       01 WS-JRNL-PREFIX PIC X(7).
       01 WS-MAP-TYPE PIC X(8).
       01 WS-THIS-ACCT-TYPE PIC X(1).
       01 WS-NET-MOVEMENT PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-EXPECTED PIC S9(11)V99 VALUE 0.
       01 WS-NEW-EXPECTED PIC S9(11)V99 VALUE 0.
       01 WS-DR-ACCOUNT PIC X(27).
       01 WS-CR-ACCOUNT PIC X(27).
       01 WS-JRNL-LINE PIC X(100).
       01 WS-AMT-DISPLAY PIC Z(9)9.99.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-ROLE PIC X(1).
           05 WTL-REC-TYPE PIC X(3).
           05 WTL-COUNT    PIC 9(7).
           05 WTL-HASH     PIC 9(11)V99.
           05 FILLER       PIC X(77) VALUE SPACES.
       COPY "RUNCTL.cpy".
       COPY "SIGNON.cpy".

               ADD 1 TO WS-SUM-CNT(WS-SUM-FOUND-IDX)
               ADD LOG-AMOUNT TO WS-SUM-TOTAL(WS-SUM-FOUND-IDX)
           END-IF
           MOVE LOG-BRANCH TO WS-THIS-BRANCH
           IF WS-THIS-BRANCH = SPACES
               MOVE "001" TO WS-THIS-BRANCH
           END-IF
           PERFORM FIND-BRANCH-SUMMARY-ENTRY
           IF WS-BSUM-FOUND-IDX > 0
               ADD 1 TO WS-BSUM-CNT(WS-BSUM-FOUND-IDX)
               ADD LOG-AMOUNT TO WS-BSUM-TOTAL(WS-BSUM-FOUND-IDX)
           END-IF
           IF LOG-TXN-TYPE = "WITHDRAW"
               OR LOG-TXN-TYPE = "XFEROUT"
               OR LOG-TXN-TYPE = "ODSWPOUT"
               OR LOG-TXN-TYPE = "ODADVNCE"
               OR LOG-TXN-TYPE = "ODINTCHG"
               OR LOG-TXN-TYPE = "ESCHEAT"
               OR LOG-TXN-TYPE = "OFCHKDR"
               OR LOG-TXN-TYPE = "DSPRVRSL"
               OR LOG-TXN-TYPE = "LEVYFEE"
               OR LOG-TXN-TYPE = "LEVYPMT"
               SUBTRACT LOG-AMOUNT FROM WS-NET-MOVEMENT
           ELSE IF LOG-TXN-TYPE = "LOANINT"
               OR LOG-TXN-TYPE = "RVRSL-NT"
               OR LOG-TXN-TYPE = "OFCHKCSH"
               OR LOG-TXN-TYPE = "OFCHKPD"
               OR LOG-TXN-TYPE = "DSPFINAL"
               CONTINUE
           ELSE
               ADD LOG-AMOUNT TO WS-NET-MOVEMENT
               END-IF
           END-IF.

       FIND-BRANCH-SUMMARY-ENTRY.
           MOVE 0 TO WS-BSUM-FOUND-IDX
           PERFORM VARYING WS-BSUM-IDX FROM 1 BY 1
                   UNTIL WS-BSUM-IDX > WS-BSUM-COUNT
               IF WS-BSUM-BRANCH(WS-BSUM-IDX) = WS-THIS-BRANCH
                   AND WS-BSUM-TYPE(WS-BSUM-IDX) = LOG-TXN-TYPE
                   AND WS-BSUM-ACCT-TYPE(WS-BSUM-IDX)
                       = WS-THIS-ACCT-TYPE
                   MOVE WS-BSUM-IDX TO WS-BSUM-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BSUM-FOUND-IDX = 0
               IF WS-BSUM-COUNT < 120
                   ADD 1 TO WS-BSUM-COUNT
                   MOVE WS-THIS-BRANCH
                       TO WS-BSUM-BRANCH(WS-BSUM-COUNT)
                   MOVE LOG-TXN-TYPE TO WS-BSUM-TYPE(WS-BSUM-COUNT)
                   MOVE WS-THIS-ACCT-TYPE
                       TO WS-BSUM-ACCT-TYPE(WS-BSUM-COUNT)
                   MOVE WS-BSUM-COUNT TO WS-BSUM-FOUND-IDX
               ELSE
                   MOVE 'Y' TO WS-SUM-OVERFLOW
               END-IF
           END-IF
           MOVE 0 TO WS-BRL-FOUND-IDX
           PERFORM VARYING WS-BRL-IDX FROM 1 BY 1
                   UNTIL WS-BRL-IDX > WS-BRL-COUNT
               IF WS-BRL-CODE(WS-BRL-IDX) = WS-THIS-BRANCH
                   MOVE WS-BRL-IDX TO WS-BRL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BRL-FOUND-IDX = 0
               IF WS-BRL-COUNT < 20
                   ADD 1 TO WS-BRL-COUNT
                   MOVE WS-THIS-BRANCH TO WS-BRL-CODE(WS-BRL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-SUM-OVERFLOW
               END-IF
           END-IF.

      *> The journal goes out with a machine-checkable trailer:
      *> "TRL", the count of summary lines, and the hash of their
      *> amounts, so the GL side can prove the file arrived whole.
      *> Summary lines are "BR nnn" lines, grouped by the branch that
      *> took the postings. The "SUB" branch subtotals and the "CON"
      *> bank-wide consolidation are memo lines: the GL side does not
      *> post them and they are outside the trailer count and hash.
       WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL
           MOVE SPACES TO WS-JRNL-LINE
               MOVE "NO POSTINGS TODAY" TO WS-JRNL-LINE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           PERFORM VARYING WS-BRL-IDX FROM 1 BY 1
                   UNTIL WS-BRL-IDX > WS-BRL-COUNT
               PERFORM WRITE-BRANCH-ENTRIES
           END-PERFORM
           IF WS-SUM-COUNT > 0
               MOVE "CON BANK-WIDE CONSOLIDATION - MEMO, NOT POSTED"
                   TO WS-JRNL-LINE
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           MOVE "CON    " TO WS-JRNL-PREFIX
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               PERFORM WRITE-SUMMARY-ENTRY
           CLOSE GL-JOURNAL
           DISPLAY "Journal lines written to gljournal.txt".

       WRITE-BRANCH-ENTRIES.
           MOVE 0 TO WS-BR-LINES
           MOVE 0 TO WS-BR-TOTAL
           MOVE SPACES TO WS-JRNL-PREFIX
           STRING "BR " DELIMITED BY SIZE
               WS-BRL-CODE(WS-BRL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO WS-JRNL-PREFIX
           PERFORM VARYING WS-BSUM-IDX FROM 1 BY 1
                   UNTIL WS-BSUM-IDX > WS-BSUM-COUNT
               IF WS-BSUM-BRANCH(WS-BSUM-IDX) = WS-BRL-CODE(WS-BRL-IDX)
                   PERFORM WRITE-BRANCH-SUMMARY-ENTRY
               END-IF
           END-PERFORM
           MOVE WS-BR-LINES TO WS-LINES-DISPLAY
           MOVE WS-BR-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-JRNL-LINE
           STRING "SUB BRANCH " DELIMITED BY SIZE
               WS-BRL-CODE(WS-BRL-IDX) DELIMITED BY SIZE
               " LINES " DELIMITED BY SIZE
               WS-LINES-DISPLAY DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-JRNL-LINE
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-BRANCH-SUMMARY-ENTRY.
           ADD 1 TO WS-JRNL-COUNT
           ADD WS-BSUM-TOTAL(WS-BSUM-IDX) TO WS-JRNL-HASH
           ADD 1 TO WS-BR-LINES
           ADD WS-BSUM-TOTAL(WS-BSUM-IDX) TO WS-BR-TOTAL
           MOVE WS-BSUM-TYPE(WS-BSUM-IDX) TO WS-MAP-TYPE
           PERFORM MAP-GL-ACCOUNTS
           MOVE WS-BSUM-TOTAL(WS-BSUM-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-JRNL-LINE
           STRING WS-JRNL-PREFIX DELIMITED BY SIZE
               WS-BSUM-TYPE(WS-BSUM-IDX) DELIMITED BY SIZE
               " TYPE " DELIMITED BY SIZE
               WS-BSUM-ACCT-TYPE(WS-BSUM-IDX) DELIMITED BY SIZE
               " DR " DELIMITED BY SIZE
               WS-DR-ACCOUNT DELIMITED BY SIZE
               " CR " DELIMITED BY SIZE
               WS-CR-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-JRNL-LINE
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-SUMMARY-ENTRY.
           MOVE WS-SUM-TYPE(WS-SUM-IDX) TO WS-MAP-TYPE
           PERFORM MAP-GL-ACCOUNTS
           MOVE WS-SUM-TOTAL(WS-SUM-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-JRNL-LINE
           STRING WS-JRNL-PREFIX DELIMITED BY SIZE
               WS-SUM-TYPE(WS-SUM-IDX) DELIMITED BY SIZE
               " TYPE " DELIMITED BY SIZE
               WS-SUM-ACCT-TYPE(WS-SUM-IDX) DELIMITED BY SIZE
               " DR " DELIMITED BY SIZE
           PERFORM WRITE-JOURNAL-LINE.

       MAP-GL-ACCOUNTS.
           EVALUATE WS-MAP-TYPE
               WHEN "WITHDRAW"
               WHEN "CLRDEBIT"
               WHEN "RVRSL-DR"
               WHEN "EXTPMTDR"
               WHEN "LEVYPMT"
                   MOVE "CUSTOMER DEPOSITS" TO WS-DR-ACCOUNT
                   MOVE "CASH" TO WS-CR-ACCOUNT
               WHEN "DEPOSIT"
               WHEN "LOANINT"
                   MOVE "CASH" TO WS-DR-ACCOUNT
                   MOVE "INTEREST INCOME" TO WS-CR-ACCOUNT
               WHEN "LATEFEE"
                   MOVE "LOANS RECEIVABLE" TO WS-DR-ACCOUNT
                   MOVE "FEE INCOME" TO WS-CR-ACCOUNT
               WHEN "SERVFEE"
               WHEN "NSFFEE"
               WHEN "CDPENLTY"
               WHEN "LEVYFEE"
                   MOVE "CUSTOMER DEPOSITS" TO WS-DR-ACCOUNT
                   MOVE "FEE INCOME" TO WS-CR-ACCOUNT
               WHEN "ODADVNCE"
               WHEN "RVRSL-NT"
                   MOVE "INTEREST INCOME" TO WS-DR-ACCOUNT
                   MOVE "CASH" TO WS-CR-ACCOUNT
               WHEN "OFCHKDR"
                   MOVE "CUSTOMER DEPOSITS" TO WS-DR-ACCOUNT
                   MOVE "OFFICIAL CHECKS OUTSTANDING" TO WS-CR-ACCOUNT
               WHEN "OFCHKCSH"
                   MOVE "CASH" TO WS-DR-ACCOUNT
                   MOVE "OFFICIAL CHECKS OUTSTANDING" TO WS-CR-ACCOUNT
               WHEN "OFCHKPD"
                   MOVE "OFFICIAL CHECKS OUTSTANDING" TO WS-DR-ACCOUNT
                   MOVE "CASH" TO WS-CR-ACCOUNT
               WHEN "DSPPROV"
                   MOVE "CARD DISPUTE SUSPENSE" TO WS-DR-ACCOUNT
                   MOVE "CUSTOMER DEPOSITS" TO WS-CR-ACCOUNT
               WHEN "DSPRVRSL"
                   MOVE "CUSTOMER DEPOSITS" TO WS-DR-ACCOUNT
                   MOVE "CARD DISPUTE SUSPENSE" TO WS-CR-ACCOUNT
               WHEN "DSPFINAL"
                   MOVE "CHARGEBACK LOSS" TO WS-DR-ACCOUNT
                   MOVE "CARD DISPUTE SUSPENSE" TO WS-CR-ACCOUNT
               WHEN OTHER
                   MOVE "CUSTOMER DEPOSITS" TO WS-DR-ACCOUNT
                   MOVE "CUSTOMER DEPOSITS" TO WS-CR-ACCOUNT
