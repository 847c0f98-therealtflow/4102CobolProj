               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DAY-SUMMARY ASSIGN TO 'daysum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-KEY
               FILE STATUS IS WS-DSM-STATUS.
           SELECT XFER-SUMMARY ASSIGN TO 'xfersum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFS-KEY
               FILE STATUS IS WS-XFS-STATUS.
           SELECT XFER-PAIR ASSIGN TO 'xfersum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFP-KEY
               FILE STATUS IS WS-XFP-STATUS.
           SELECT SUMMARY-CONTROL ASSIGN TO 'daysumctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMCTL-STATUS.
           SELECT FRAUD-CONTROL ASSIGN TO 'fraudctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRDCTL-STATUS.
           SELECT FRAUD-REPORT ASSIGN TO 'fraudrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD DAY-SUMMARY.
       COPY "DAYSUM.cpy".

       FD XFER-SUMMARY.
       COPY "XFERSUM.cpy".

      *> Second look at xfersum.txt, used to find the transfer back
      *> while the first is being read through. Same layout.
       FD XFER-PAIR.
       01 XFER-PAIR-REC.
           05 XFP-KEY.
               10 XFP-FROM-ACCT PIC 9(5).
               10 XFP-TO-ACCT   PIC 9(5).
               10 XFP-REF       PIC 9(9).
           05 XFP-DATE        PIC 9(8).
           05 XFP-AMOUNT      PIC 9(7)V99.
           05 XFP-IN-REF      PIC 9(9).

       FD SUMMARY-CONTROL.
       01 SUMMARY-CONTROL-REC.
           05 CTL-SUMMARY-DATE PIC 9(8).

      *> Calendar days of history the pattern rules look back over,
      *> today included. 366 at most.
       FD FRAUD-CONTROL.
       01 FRAUD-CONTROL-REC.
           05 CTL-WINDOW-DAYS PIC 9(3).

       FD FRAUD-REPORT.
       01 FRAUD-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-DSM-STATUS PIC XX.
       01 WS-XFS-STATUS PIC XX.
       01 WS-XFP-STATUS PIC XX.
       01 WS-SUMCTL-STATUS PIC XX.
       01 WS-FRDCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DSM-EOF PIC X VALUE 'N'.
       01 WS-XFS-EOF PIC X VALUE 'N'.
       01 WS-XFP-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-SUMMARY-DATE PIC 9(8) VALUE 0.
       01 WS-ACCT-OPEN PIC X VALUE 'N'.
      *> The pattern rules work from the daily summaries over the
      *> window in fraudctl.dat, 30 days when there is none.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 WS-WINDOW-START PIC 9(8).
       01 WS-TODAY-NUM PIC 9(7).
       01 WS-WORK-NUM PIC 9(7).
      *> One account's days with activity inside the window, oldest
      *> first, as read from daysum.txt.
       01 WS-DAY-COUNT PIC 9(3) VALUE 0.
       01 WS-DAY-IDX PIC 9(3).
       01 WS-DAY-JDX PIC 9(3).
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 366 TIMES.
               10 WS-DAY-DATE     PIC 9(8).
               10 WS-DAY-NUM      PIC 9(7).
               10 WS-DAY-DEP-MAX  PIC 9(7)V99.
               10 WS-DAY-DEP-REF  PIC 9(9).
               10 WS-DAY-DRAIN    PIC 9(9)V99.
               10 WS-DAY-NEAR-CNT PIC 9(3).
               10 WS-DAY-ACTIVITY PIC 9(9)V99.
      *> Rule tuning: rapid in-and-out looks at deposits of at least
      *> the floor followed within two days by debits totaling the
      *> drain share; near-limit withdrawals are those DailySummary
      *> counted at or above 90 percent of the txnctl.dat daily
      *> limit; a spike is today's activity at over five times the
      *> account's average daily activity across the rest of the
      *> window.
       01 WS-RAPID-FLOOR PIC 9(7)V99 VALUE 1000.00.
       01 WS-DRAIN-SUM PIC 9(9)V99.
       01 WS-DRAIN-NEEDED PIC 9(9)V99.
       01 WS-NEAR-CNT PIC 9(5).
       01 WS-IN-ACCT PIC 9(5).
       01 WS-MID-ACCT PIC 9(5).
       01 WS-OD-PAIR PIC X VALUE 'N'.
       01 WS-TODAY-TOTAL PIC 9(9)V99.
       01 WS-PRIOR-TOTAL PIC 9(11)V99.
       01 WS-PRIOR-AVG PIC 9(9)V99.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-RPT-LINE PIC X(100).
       01 WS-AMT-DISPLAY PIC Z(8)9.99.

       MAIN-LOGIC.
           DISPLAY "Fraud Velocity Monitoring Run"
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-FRAUD-CONTROL
           PERFORM CHECK-SUMMARY-BUILT
           IF WS-SUMMARY-DATE NOT = WS-TODAY
               DISPLAY "Daily summary not built for " WS-TODAY
                   " - run DailySummary before this review"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-WORK-NUM = WS-TODAY-NUM - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-NUM)
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               MOVE 'N' TO WS-ACCT-OPEN
               ")" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM REVIEW-ALL-ACCOUNTS
           PERFORM CHECK-CIRCULAR-TRANSFERS
           CLOSE FRAUD-REPORT
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCOUNT
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-FRAUD-CONTROL.
           OPEN INPUT FRAUD-CONTROL
           IF WS-FRDCTL-STATUS = "35"
               DISPLAY "No fraudctl.dat found - using a "
                   WS-WINDOW-DAYS "-day window"
           ELSE
               READ FRAUD-CONTROL
               MOVE CTL-WINDOW-DAYS TO WS-WINDOW-DAYS
               CLOSE FRAUD-CONTROL
           END-IF
           IF WS-WINDOW-DAYS < 2
               MOVE 2 TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS > 366
               MOVE 366 TO WS-WINDOW-DAYS
           END-IF.

       CHECK-SUMMARY-BUILT.
           OPEN INPUT SUMMARY-CONTROL
           IF WS-SUMCTL-STATUS NOT = "35"
               READ SUMMARY-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-SUMMARY-DATE TO WS-SUMMARY-DATE
               END-READ
               CLOSE SUMMARY-CONTROL
           END-IF.

      *> Rules 1, 3 and 4 look at one account at a time, over its
      *> daily summaries inside the window.
       REVIEW-ALL-ACCOUNTS.
           IF WS-ACCT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DAY-SUMMARY
           IF WS-DSM-STATUS = "35"
               EXIT PARAGRAPH
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
                       PERFORM LOAD-ACCOUNT-WINDOW
                       IF WS-DAY-COUNT > 0
                           PERFORM CHECK-RAPID-IN-AND-OUT
                           PERFORM CHECK-NEAR-LIMIT-WITHDRAWALS
                           PERFORM CHECK-ACTIVITY-SPIKES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAY-SUMMARY.

       LOAD-ACCOUNT-WINDOW.
           MOVE 0 TO WS-DAY-COUNT
           MOVE 'N' TO WS-DSM-EOF
           MOVE ACCOUNT-NUM TO DSM-ACCOUNT-NUM
           MOVE WS-WINDOW-START TO DSM-DATE
           START DAY-SUMMARY KEY IS NOT LESS THAN DSM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSM-EOF
           END-START
           PERFORM UNTIL WS-DSM-EOF = 'Y'
               READ DAY-SUMMARY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSM-EOF
                   NOT AT END
                       IF DSM-ACCOUNT-NUM NOT = ACCOUNT-NUM
                           OR DSM-DATE > WS-TODAY
                           OR WS-DAY-COUNT >= 366
                           MOVE 'Y' TO WS-DSM-EOF
                       ELSE
                           PERFORM KEEP-SUMMARY-DAY
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-SUMMARY-DAY.
           ADD 1 TO WS-DAY-COUNT
           MOVE DSM-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
           COMPUTE WS-DAY-NUM(WS-DAY-COUNT) =
               FUNCTION INTEGER-OF-DATE(DSM-DATE)
           MOVE DSM-DEP-MAX TO WS-DAY-DEP-MAX(WS-DAY-COUNT)
           MOVE DSM-DEP-MAX-REF TO WS-DAY-DEP-REF(WS-DAY-COUNT)
           MOVE DSM-DRAIN-AMT TO WS-DAY-DRAIN(WS-DAY-COUNT)
           MOVE DSM-NEAR-LIMIT-CNT TO WS-DAY-NEAR-CNT(WS-DAY-COUNT)
           MOVE DSM-ACTIVITY-AMT TO WS-DAY-ACTIVITY(WS-DAY-COUNT).

      *> Rule 1: a sizable deposit followed within two days by
      *> debits draining at least ninety percent of it. The day's
      *> largest deposit is the one tested.
       CHECK-RAPID-IN-AND-OUT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DEP-MAX(WS-DAY-IDX) >= WS-RAPID-FLOOR
                   PERFORM SUM-FOLLOWING-DEBITS
                   COMPUTE WS-DRAIN-NEEDED ROUNDED =
                       WS-DAY-DEP-MAX(WS-DAY-IDX) * 0.90
                   IF WS-DRAIN-SUM >= WS-DRAIN-NEEDED
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE WS-DAY-DEP-MAX(WS-DAY-IDX)
                           TO WS-AMT-DISPLAY
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "RAPID IN-AND-OUT ACCT "
                           DELIMITED BY SIZE
                           ACCOUNT-NUM DELIMITED BY SIZE
                           " DEPOSIT $" DELIMITED BY SIZE
                           WS-AMT-DISPLAY DELIMITED BY SIZE
                           " REF " DELIMITED BY SIZE
                           WS-DAY-DEP-REF(WS-DAY-IDX)
                           DELIMITED BY SIZE
                           " DRAINED WITHIN 2 DAYS"
                           DELIMITED BY SIZE

       SUM-FOLLOWING-DEBITS.
           MOVE 0 TO WS-DRAIN-SUM
           COMPUTE WS-WORK-NUM = WS-DAY-NUM(WS-DAY-IDX) + 2
           PERFORM VARYING WS-DAY-JDX FROM WS-DAY-IDX BY 1
                   UNTIL WS-DAY-JDX > WS-DAY-COUNT
               IF WS-DAY-NUM(WS-DAY-JDX) <= WS-WORK-NUM
                   ADD WS-DAY-DRAIN(WS-DAY-JDX) TO WS-DRAIN-SUM
               END-IF
           END-PERFORM.

      *> Rule 3: two or more withdrawals in the window each sitting
      *> just under the daily limit from txnctl.dat.
       CHECK-NEAR-LIMIT-WITHDRAWALS.
           MOVE 0 TO WS-NEAR-CNT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               ADD WS-DAY-NEAR-CNT(WS-DAY-IDX) TO WS-NEAR-CNT
           END-PERFORM
           IF WS-NEAR-CNT >= 2
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "NEAR-LIMIT WITHDRAWALS ACCT "
                   DELIMITED BY SIZE
                   ACCOUNT-NUM DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-NEAR-CNT DELIMITED BY SIZE
                   " IN THE WINDOW" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM LIST-NEAR-LIMIT-DAYS
           END-IF.

       LIST-NEAR-LIMIT-DAYS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-NEAR-CNT(WS-DAY-IDX) > 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-DAY-DATE(WS-DAY-IDX) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-DAY-NEAR-CNT(WS-DAY-IDX) DELIMITED BY SIZE
                       " NEAR-LIMIT WITHDRAWAL(S)" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

      *> Rule 4: today's activity against the account's own recent
      *> pace - over five times the average of the rest of the
      *> window is worth a look.
       CHECK-ACTIVITY-SPIKES.
           MOVE 0 TO WS-TODAY-TOTAL
           MOVE 0 TO WS-PRIOR-TOTAL
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-IDX) = WS-TODAY
                   ADD WS-DAY-ACTIVITY(WS-DAY-IDX) TO WS-TODAY-TOTAL
               ELSE
                   ADD WS-DAY-ACTIVITY(WS-DAY-IDX) TO WS-PRIOR-TOTAL
               END-IF
           END-PERFORM
           IF WS-TODAY-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRIOR-AVG ROUNDED =
               WS-PRIOR-TOTAL / (WS-WINDOW-DAYS - 1)
           IF WS-PRIOR-AVG > 0
               AND WS-TODAY-TOTAL > WS-PRIOR-AVG * 5
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-TODAY-TOTAL TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "ACTIVITY SPIKE ACCT " DELIMITED BY SIZE
                   ACCOUNT-NUM DELIMITED BY SIZE
                   " TODAY $" DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   " VS RECENT DAILY AVERAGE"
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Rule 2: money that leaves A for B and comes back from B to
      *> A inside the window, traced through the transfer summary.
      *> A pair of accounts that also overdraft-link to each other
      *> is called out as possible kiting.
       CHECK-CIRCULAR-TRANSFERS.
           OPEN INPUT XFER-SUMMARY
           IF WS-XFS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT XFER-PAIR
           MOVE 'N' TO WS-XFS-EOF
           PERFORM UNTIL WS-XFS-EOF = 'Y'
               READ XFER-SUMMARY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XFS-EOF
                   NOT AT END
                       IF XFS-DATE >= WS-WINDOW-START
                           AND XFS-DATE <= WS-TODAY
                           PERFORM FIND-RETURN-TRANSFER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XFER-PAIR
           CLOSE XFER-SUMMARY.

       FIND-RETURN-TRANSFER.
           MOVE XFS-FROM-ACCT TO WS-IN-ACCT
           MOVE XFS-TO-ACCT TO WS-MID-ACCT
           MOVE XFS-TO-ACCT TO XFP-FROM-ACCT
           MOVE XFS-FROM-ACCT TO XFP-TO-ACCT
           MOVE XFS-REF TO XFP-REF
           MOVE 'N' TO WS-XFP-EOF
           START XFER-PAIR KEY IS GREATER THAN XFP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XFP-EOF
           END-START
           PERFORM UNTIL WS-XFP-EOF = 'Y'
               READ XFER-PAIR NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XFP-EOF
                   NOT AT END
                       IF XFP-FROM-ACCT NOT = WS-MID-ACCT
                           OR XFP-TO-ACCT NOT = WS-IN-ACCT
                           MOVE 'Y' TO WS-XFP-EOF
                       ELSE IF XFP-DATE >= WS-WINDOW-START
                           AND XFP-DATE <= WS-TODAY
                           PERFORM REPORT-CIRCULAR-TRANSFER
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-CIRCULAR-TRANSFER.
           PERFORM CHECK-OD-LINK-PAIR
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CIRCULAR TRANSFER " DELIMITED BY SIZE
               WS-IN-ACCT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-MID-ACCT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-IN-ACCT DELIMITED BY SIZE
               " REFS " DELIMITED BY SIZE
               XFS-REF DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               XFP-REF DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-OD-PAIR = 'Y'
               MOVE "  ** OVERDRAFT-LINKED PAIR - POSSIBLE KITING"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-OD-LINK-PAIR.
               END-READ
           END-IF.

       WRITE-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE FROM WS-RPT-LINE.
       END PROGRAM FraudMonitor.
