               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUM
               FILE STATUS IS WS-CUST-STATUS.
           SELECT DAY-SUMMARY ASSIGN TO 'daysum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-KEY
               FILE STATUS IS WS-DSM-STATUS.
           SELECT SUMMARY-CONTROL ASSIGN TO 'daysumctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMCTL-STATUS.
           SELECT CASH-CONTROL ASSIGN TO 'cashctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHCTL-STATUS.
       FD CUSTOMER.
       COPY "CUSTREC.cpy".

       FD DAY-SUMMARY.
       COPY "DAYSUM.cpy".

       FD SUMMARY-CONTROL.
       01 SUMMARY-CONTROL-REC.
           05 CTL-SUMMARY-DATE PIC 9(8).

      *> Reporting threshold for aggregated daily cash activity, and
      *> the floor above which an individual transaction still under
      *> the threshold counts toward the structuring review. The
      *> floor is applied by DailySummary as it counts each account's
      *> near-threshold cash items.
       FD CASH-CONTROL.
       01 CASH-CONTROL-REC.
           05 CTL-CASH-THRESHOLD PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-DSM-STATUS PIC XX.
       01 WS-SUMCTL-STATUS PIC XX.
       01 WS-CASHCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SUMMARY-DATE PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
       01 WS-STRUCT-FLOOR PIC 9(7)V99 VALUE 8000.00.
       01 WS-CUST-OPEN PIC X VALUE 'N'.
      *> One row per customer with cash activity on the business
      *> date, keyed by CUSTOMER-NUM from the posting's account.
       01 WS-CASH-COUNT PIC 9(4) VALUE 0.
       01 WS-CASH-IDX PIC 9(4).
       01 WS-CASH-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-CASH-OVERFLOW PIC X VALUE 'N'.
       01 WS-CASH-TABLE.
           05 WS-CASH-ENTRY OCCURS 5000 TIMES.
               10 WS-CASH-CUST     PIC 9(5) VALUE 0.
               10 WS-CASH-IN       PIC 9(9)V99 VALUE 0.
               10 WS-CASH-OUT      PIC 9(9)V99 VALUE 0.
               10 WS-CASH-NEAR-CNT PIC 9(4) VALUE 0.
       01 WS-THIS-CUST PIC 9(5).
       01 WS-CASH-TOTAL PIC 9(9)V99.
       01 WS-OVER-COUNT PIC 9(4) VALUE 0.
       01 WS-NEAR-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLDER-NAME PIC X(30).
       01 WS-SSN-MASKED PIC X(9).
       01 WS-RPT-LINE PIC X(100).
           DISPLAY "Daily Large-Cash Activity Report"
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CASH-CONTROL
           PERFORM CHECK-SUMMARY-BUILT
           IF WS-SUMMARY-DATE NOT = WS-TODAY
               DISPLAY "Daily summary not built for " WS-TODAY
                   " - run DailySummary before this report"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - no cash activity "
                   "to report"
               MOVE 'N' TO WS-ACCT-OPEN
           ELSE
               MOVE 'Y' TO WS-ACCT-OPEN
               CLOSE CASH-CONTROL
           END-IF.

      *> Each account's cash for the day comes from its daily
      *> summary; the account's owner is the customer it counts for.
       TALLY-CASH-POSTINGS.
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
                       PERFORM TALLY-ACCOUNT-CASH
               END-READ
           END-PERFORM
           CLOSE DAY-SUMMARY.

       TALLY-ACCOUNT-CASH.
           MOVE ACCOUNT-NUM TO DSM-ACCOUNT-NUM
           MOVE WS-TODAY TO DSM-DATE
           READ DAY-SUMMARY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DSM-CASH-IN-CNT = 0 AND DSM-CASH-OUT-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-NUM TO WS-THIS-CUST
           PERFORM FIND-CASH-ENTRY
           IF WS-CASH-FOUND-IDX > 0
               ADD DSM-CASH-IN-AMT TO WS-CASH-IN(WS-CASH-FOUND-IDX)
               ADD DSM-CASH-OUT-AMT TO WS-CASH-OUT(WS-CASH-FOUND-IDX)
               ADD DSM-CASH-NEAR-CNT
                   TO WS-CASH-NEAR-CNT(WS-CASH-FOUND-IDX)
           END-IF.

       FIND-CASH-ENTRY.
               END-IF
           END-PERFORM
           IF WS-CASH-FOUND-IDX = 0
               IF WS-CASH-COUNT < 5000
                   ADD 1 TO WS-CASH-COUNT
                   MOVE WS-THIS-CUST
                       TO WS-CASH-CUST(WS-CASH-COUNT)
           END-IF
           CLOSE CASH-REPORT.

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

       GET-CUSTOMER-IDENTITY.
           MOVE SPACES TO WS-HOLDER-NAME
           MOVE "XXXXXXXXX" TO WS-SSN-MASKED
