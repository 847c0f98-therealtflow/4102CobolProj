       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndSnapshot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MONTH-SNAPSHOT ASSIGN TO 'monthsnap.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSN-KEY
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAP-LOOKUP ASSIGN TO 'monthsnap.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LKS-KEY
               FILE STATUS IS WS-LKS-STATUS.
           SELECT PORTFOLIO-REPORT ASSIGN TO 'portrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD MONTH-SNAPSHOT.
       COPY "MONSNAP.cpy".

      *> Second look at monthsnap.txt for the same account in the
      *> month before, so the pass through a period keeps its place.
      *> Only the key is needed; length as MONSNAP.cpy.
       FD SNAP-LOOKUP.
       01 SNAP-LOOKUP-REC.
           05 LKS-KEY.
               10 LKS-PERIOD      PIC 9(6).
               10 LKS-ACCOUNT-NUM PIC 9(5).
           05 FILLER          PIC X(43).

       FD PORTFOLIO-REPORT.
       01 PORTFOLIO-REPORT-LINE PIC X(120).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-SNAP-STATUS PIC XX.
       01 WS-LKS-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CHOICE PIC 9.
       01 WS-TODAY PIC 9(8).
       01 WS-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD PIC 9(6).
       01 WS-CALC-PERIOD PIC 9(6).
       01 WS-CALC-YEAR PIC 9(4).
       01 WS-CALC-MONTH PIC 9(2).
       01 WS-SUM-PERIOD PIC 9(6).
       01 WS-BACK-PERIOD PIC 9(6).
       01 WS-BACK-EXISTS PIC X VALUE 'N'.
       01 WS-SNAP-COUNT PIC 9(7) VALUE 0.
       01 WS-DROP-COUNT PIC 9(7) VALUE 0.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-ROLE PIC X(1).
       01 WS-SUP-ID PIC X(4).
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-FORCE-REPLY PIC X.
       01 WS-RUN-OK PIC X VALUE 'N'.
       COPY "RUNCTL.cpy".
       COPY "SIGNON.cpy".
      *> Portfolio figures for two months side by side: slot 1 is the
      *> report month, slot 2 the month before it.
       01 WS-SLOT PIC 9.
       01 WS-TYPE-IDX PIC 9.
       01 WS-STAT-IDX PIC 9.
       01 WS-TYPE-CODES PIC X(4) VALUE "SCTL".
       01 WS-STAT-CODES PIC X(4) VALUE "ODFC".
       01 WS-TYPE-NAMES.
           05 FILLER PIC X(12) VALUE "SAVINGS".
           05 FILLER PIC X(12) VALUE "CHECKING".
           05 FILLER PIC X(12) VALUE "TIME DEPOSIT".
           05 FILLER PIC X(12) VALUE "LOAN".
           05 FILLER PIC X(12) VALUE "OTHER".
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME OCCURS 5 TIMES PIC X(12).
       01 WS-STAT-NAMES.
           05 FILLER PIC X(8) VALUE "OPEN".
           05 FILLER PIC X(8) VALUE "DORMANT".
           05 FILLER PIC X(8) VALUE "FROZEN".
           05 FILLER PIC X(8) VALUE "CLOSED".
       01 WS-STAT-NAME-TABLE REDEFINES WS-STAT-NAMES.
           05 WS-STAT-NAME OCCURS 4 TIMES PIC X(8).
       01 WS-PORTFOLIO.
           05 WS-TYPE-ROW OCCURS 5 TIMES.
               10 WS-STAT-CELL OCCURS 4 TIMES.
                   15 WS-CELL OCCURS 2 TIMES.
                       20 WS-CELL-COUNT PIC 9(7).
                       20 WS-CELL-BAL   PIC S9(13)V99.
       01 WS-PERIOD-TOTALS.
           05 WS-PER-ENTRY OCCURS 2 TIMES.
               10 WS-PER-HAS-SNAP   PIC X.
               10 WS-PER-OPEN-KNOWN PIC X.
               10 WS-PER-OPENED     PIC 9(7).
               10 WS-PER-CLOSED     PIC 9(7).
               10 WS-PER-DORMANT    PIC 9(7).
               10 WS-PER-FROZEN     PIC 9(7).
               10 WS-PER-LOAN-CNT   PIC 9(7).
               10 WS-PER-LOAN-AMT   PIC S9(13)V99.
               10 WS-PER-OD-CNT     PIC 9(7).
               10 WS-PER-OD-AMT     PIC 9(13)V99.
               10 WS-PER-ALL-CNT    PIC 9(7).
               10 WS-PER-ALL-AMT    PIC S9(13)V99.
      *> One comparison line: label, count and amount for each slot,
      *> and the change from the prior month.
       01 WS-CMP-LABEL PIC X(28).
       01 WS-CMP-HAS-AMT PIC X.
       01 WS-CMP-KNOWN-1 PIC X.
       01 WS-CMP-KNOWN-2 PIC X.
       01 WS-CMP-CNT-1 PIC 9(7).
       01 WS-CMP-CNT-2 PIC 9(7).
       01 WS-CMP-AMT-1 PIC S9(13)V99.
       01 WS-CMP-AMT-2 PIC S9(13)V99.
       01 WS-CHG-CNT PIC S9(7).
       01 WS-CHG-AMT PIC S9(13)V99.
       01 WS-CNT-DISPLAY-1 PIC Z(6)9.
       01 WS-CNT-DISPLAY-2 PIC Z(6)9.
       01 WS-CHG-CNT-DISPLAY PIC -(6)9.
       01 WS-AMT-DISPLAY-1 PIC -(12)9.99.
       01 WS-AMT-DISPLAY-2 PIC -(12)9.99.
       01 WS-CHG-AMT-DISPLAY PIC -(12)9.99.
       01 WS-RPT-LINE PIC X(120).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Month-End Balance Snapshot and Portfolio Report"
           PERFORM OPERATOR-SIGN-ON
           PERFORM READ-BUSINESS-DATE
           DISPLAY "1. Take this month's snapshot and report"
           DISPLAY "2. Reprint the report for a past month"
           ACCEPT WS-CHOICE
           IF WS-CHOICE = 2
               DISPLAY "Report month (YYYYMM): "
               ACCEPT WS-PERIOD
               PERFORM PORTFOLIO-REPORT-RUN
           ELSE
               MOVE WS-TODAY(1:6) TO WS-PERIOD
               MOVE "MONTHSNP" TO RC-JOB-NAME
               PERFORM CHECK-RUN-CONTROL
               IF WS-RUN-OK = 'Y'
                   PERFORM TAKE-SNAPSHOT
                   PERFORM PORTFOLIO-REPORT-RUN
                   PERFORM MARK-RUN-COMPLETE
               END-IF
           END-IF
           STOP RUN.

      *> The snapshot month comes from the bank business date in
      *> bizdate.dat, not the wall clock, so a catch-up run on the
      *> 1st still snapshots last month. A missing bizdate.dat falls
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

       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-OK
           COMPUTE RC-PERIOD =
               FUNCTION NUMVAL(WS-TODAY(1:6)) * 100
           MOVE 'S' TO RC-ACTION
           MOVE 'Y' TO RC-NEED-DAILY
           MOVE WS-TODAY TO RC-TODAY
           MOVE 'N' TO RC-FORCE
           CALL 'RunControl' USING RC-REQUEST
           IF RC-RESULT = 'N'
               DISPLAY "Run refused: " RC-MESSAGE
               DISPLAY "Supervisor force rerun? (Y/N): "
               ACCEPT WS-FORCE-REPLY
               IF WS-FORCE-REPLY = 'Y'
                   PERFORM SUPERVISOR-APPROVAL
                   IF WS-SUP-OK = 'Y'
                       MOVE 'Y' TO RC-FORCE
                       CALL 'RunControl' USING RC-REQUEST
                   END-IF
               END-IF
           END-IF
           IF RC-RESULT = 'Y'
               MOVE 'Y' TO WS-RUN-OK
           END-IF.

       MARK-RUN-COMPLETE.
           MOVE 'E' TO RC-ACTION
           CALL 'RunControl' USING RC-REQUEST.

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

      *> A forced rerun in the same month first drops that month's
      *> records, so an account purged or renumbered since the first
      *> run does not linger in the snapshot.
       TAKE-SNAPSHOT.
           OPEN INPUT MONTH-SNAPSHOT
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT MONTH-SNAPSHOT
           END-IF
           CLOSE MONTH-SNAPSHOT
           OPEN I-O MONTH-SNAPSHOT
           PERFORM DROP-PERIOD-RECORDS
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to snapshot"
               CLOSE MONTH-SNAPSHOT
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
                       PERFORM SNAPSHOT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT
           CLOSE MONTH-SNAPSHOT
           IF WS-DROP-COUNT > 0
               DISPLAY "Earlier snapshot records replaced: "
                   WS-DROP-COUNT
           END-IF
           DISPLAY "Accounts in snapshot for " WS-PERIOD ": "
               WS-SNAP-COUNT.

       DROP-PERIOD-RECORDS.
           MOVE 'N' TO WS-EOF
           MOVE WS-PERIOD TO MSN-PERIOD
           MOVE 0 TO MSN-ACCOUNT-NUM
           START MONTH-SNAPSHOT KEY IS NOT LESS THAN MSN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MONTH-SNAPSHOT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MSN-PERIOD NOT = WS-PERIOD
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE MONTH-SNAPSHOT RECORD
                           ADD 1 TO WS-DROP-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       SNAPSHOT-ONE-ACCOUNT.
           MOVE WS-PERIOD TO MSN-PERIOD
           MOVE ACCOUNT-NUM TO MSN-ACCOUNT-NUM
           MOVE ACCOUNT-TYPE TO MSN-TYPE
           MOVE ACCOUNT-STATUS TO MSN-STATUS
           MOVE ACCOUNT-BALANCE TO MSN-BALANCE
           MOVE 0 TO MSN-OD-DRAWN
           IF ACCOUNT-TYPE NOT = 'L' AND ACCOUNT-BALANCE < 0
               COMPUTE MSN-OD-DRAWN = 0 - ACCOUNT-BALANCE
           END-IF
           MOVE ACCT-BRANCH TO MSN-BRANCH
           IF MSN-BRANCH = SPACES
               MOVE "001" TO MSN-BRANCH
           END-IF
           MOVE ACCT-CLOSE-DATE TO MSN-CLOSE-DATE
           MOVE WS-TODAY TO MSN-SNAP-DATE
           WRITE MONTH-SNAPSHOT-REC
               INVALID KEY
                   DISPLAY "Duplicate snapshot key: " MSN-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-SNAP-COUNT
           END-WRITE.

      *> The report month against the month before it, each figured
      *> from its own snapshot. Opened accounts are the ones not in
      *> the snapshot a month earlier still, so a month whose
      *> previous month has no snapshot shows them as not known.
       PORTFOLIO-REPORT-RUN.
           OPEN INPUT MONTH-SNAPSHOT
           IF WS-SNAP-STATUS = "35"
               DISPLAY "No monthsnap.txt found - no snapshot taken yet"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SNAP-LOOKUP
           MOVE WS-PERIOD TO WS-CALC-PERIOD
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-CALC-PERIOD TO WS-PRIOR-PERIOD
           PERFORM CLEAR-PORTFOLIO
           MOVE 1 TO WS-SLOT
           MOVE WS-PERIOD TO WS-SUM-PERIOD
           PERFORM SUMMARIZE-PERIOD
           MOVE 2 TO WS-SLOT
           MOVE WS-PRIOR-PERIOD TO WS-SUM-PERIOD
           PERFORM SUMMARIZE-PERIOD
           CLOSE SNAP-LOOKUP
           CLOSE MONTH-SNAPSHOT
           IF WS-PER-HAS-SNAP(1) NOT = 'Y'
               DISPLAY "No snapshot on file for " WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-PORTFOLIO-REPORT
           DISPLAY "Report written to portrpt.txt".

       STEP-BACK-ONE-MONTH.
           MOVE WS-CALC-PERIOD(1:4) TO WS-CALC-YEAR
           MOVE WS-CALC-PERIOD(5:2) TO WS-CALC-MONTH
           IF WS-CALC-MONTH = 1
               SUBTRACT 1 FROM WS-CALC-YEAR
               MOVE 12 TO WS-CALC-MONTH
           ELSE
               SUBTRACT 1 FROM WS-CALC-MONTH
           END-IF
           COMPUTE WS-CALC-PERIOD = WS-CALC-YEAR * 100 + WS-CALC-MONTH.

       CLEAR-PORTFOLIO.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
               PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                       UNTIL WS-STAT-IDX > 4
                   PERFORM VARYING WS-SLOT FROM 1 BY 1
                           UNTIL WS-SLOT > 2
                       MOVE 0 TO WS-CELL-COUNT
                           (WS-TYPE-IDX WS-STAT-IDX WS-SLOT)
                       MOVE 0 TO WS-CELL-BAL
                           (WS-TYPE-IDX WS-STAT-IDX WS-SLOT)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 2
               MOVE 'N' TO WS-PER-HAS-SNAP(WS-SLOT)
               MOVE 'N' TO WS-PER-OPEN-KNOWN(WS-SLOT)
               MOVE 0 TO WS-PER-OPENED(WS-SLOT)
               MOVE 0 TO WS-PER-CLOSED(WS-SLOT)
               MOVE 0 TO WS-PER-DORMANT(WS-SLOT)
               MOVE 0 TO WS-PER-FROZEN(WS-SLOT)
               MOVE 0 TO WS-PER-LOAN-CNT(WS-SLOT)
               MOVE 0 TO WS-PER-LOAN-AMT(WS-SLOT)
               MOVE 0 TO WS-PER-OD-CNT(WS-SLOT)
               MOVE 0 TO WS-PER-OD-AMT(WS-SLOT)
               MOVE 0 TO WS-PER-ALL-CNT(WS-SLOT)
               MOVE 0 TO WS-PER-ALL-AMT(WS-SLOT)
           END-PERFORM.

       SUMMARIZE-PERIOD.
           MOVE WS-SUM-PERIOD TO WS-CALC-PERIOD
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-CALC-PERIOD TO WS-BACK-PERIOD
           PERFORM CHECK-BACK-PERIOD
           MOVE WS-BACK-EXISTS TO WS-PER-OPEN-KNOWN(WS-SLOT)
           MOVE 'N' TO WS-EOF
           MOVE WS-SUM-PERIOD TO MSN-PERIOD
           MOVE 0 TO MSN-ACCOUNT-NUM
           START MONTH-SNAPSHOT KEY IS NOT LESS THAN MSN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MONTH-SNAPSHOT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MSN-PERIOD NOT = WS-SUM-PERIOD
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM ADD-SNAPSHOT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-BACK-PERIOD.
           MOVE 'N' TO WS-BACK-EXISTS
           MOVE WS-BACK-PERIOD TO LKS-PERIOD
           MOVE 0 TO LKS-ACCOUNT-NUM
           START SNAP-LOOKUP KEY IS NOT LESS THAN LKS-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ SNAP-LOOKUP NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LKS-PERIOD = WS-BACK-PERIOD
                       MOVE 'Y' TO WS-BACK-EXISTS
                   END-IF
           END-READ.

       ADD-SNAPSHOT-ACCOUNT.
           MOVE 'Y' TO WS-PER-HAS-SNAP(WS-SLOT)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   OR WS-TYPE-CODES(WS-TYPE-IDX:1) = MSN-TYPE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 4
                   OR WS-STAT-CODES(WS-STAT-IDX:1) = MSN-STATUS
               CONTINUE
           END-PERFORM
           IF WS-STAT-IDX > 4
               MOVE 1 TO WS-STAT-IDX
           END-IF
           ADD 1 TO WS-CELL-COUNT(WS-TYPE-IDX WS-STAT-IDX WS-SLOT)
           ADD MSN-BALANCE
               TO WS-CELL-BAL(WS-TYPE-IDX WS-STAT-IDX WS-SLOT)
           ADD 1 TO WS-PER-ALL-CNT(WS-SLOT)
           ADD MSN-BALANCE TO WS-PER-ALL-AMT(WS-SLOT)
           IF MSN-STATUS = 'D'
               ADD 1 TO WS-PER-DORMANT(WS-SLOT)
           END-IF
           IF MSN-STATUS = 'F'
               ADD 1 TO WS-PER-FROZEN(WS-SLOT)
           END-IF
           IF MSN-TYPE = 'L' AND MSN-STATUS NOT = 'C'
               ADD 1 TO WS-PER-LOAN-CNT(WS-SLOT)
               ADD MSN-BALANCE TO WS-PER-LOAN-AMT(WS-SLOT)
           END-IF
           IF MSN-OD-DRAWN > 0
               ADD 1 TO WS-PER-OD-CNT(WS-SLOT)
               ADD MSN-OD-DRAWN TO WS-PER-OD-AMT(WS-SLOT)
           END-IF
           IF MSN-STATUS = 'C'
               AND MSN-CLOSE-DATE(1:6) = WS-SUM-PERIOD
               ADD 1 TO WS-PER-CLOSED(WS-SLOT)
           END-IF
           IF WS-BACK-EXISTS = 'Y'
               MOVE WS-BACK-PERIOD TO LKS-PERIOD
               MOVE MSN-ACCOUNT-NUM TO LKS-ACCOUNT-NUM
               READ SNAP-LOOKUP
                   INVALID KEY
                       ADD 1 TO WS-PER-OPENED(WS-SLOT)
               END-READ
           END-IF.

       PRINT-PORTFOLIO-REPORT.
           OPEN OUTPUT PORTFOLIO-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "PORTFOLIO TREND REPORT FOR " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " AGAINST " DELIMITED BY SIZE
               WS-PRIOR-PERIOD DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-PER-HAS-SNAP(2) NOT = 'Y'
               MOVE "  (NO SNAPSHOT FOR THE PRIOR MONTH - SHOWN AS 0)"
                   TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "                            "
               DELIMITED BY SIZE
               "  THIS MONTH                  " DELIMITED BY SIZE
               "  PRIOR MONTH                 " DELIMITED BY SIZE
               "  CHANGE" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "                            "
               DELIMITED BY SIZE
               "    COUNT           BALANCE   " DELIMITED BY SIZE
               "    COUNT           BALANCE   " DELIMITED BY SIZE
               "    COUNT           BALANCE" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "Y" TO WS-CMP-HAS-AMT
           MOVE "Y" TO WS-CMP-KNOWN-1
           MOVE "Y" TO WS-CMP-KNOWN-2
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
               PERFORM PRINT-TYPE-SECTION
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "ALL ACCOUNTS" TO WS-CMP-LABEL
           MOVE WS-PER-ALL-CNT(1) TO WS-CMP-CNT-1
           MOVE WS-PER-ALL-CNT(2) TO WS-CMP-CNT-2
           MOVE WS-PER-ALL-AMT(1) TO WS-CMP-AMT-1
           MOVE WS-PER-ALL-AMT(2) TO WS-CMP-AMT-2
           PERFORM PRINT-COMPARE-LINE
           MOVE "LOAN PRINCIPAL OUTSTANDING" TO WS-CMP-LABEL
           MOVE WS-PER-LOAN-CNT(1) TO WS-CMP-CNT-1
           MOVE WS-PER-LOAN-CNT(2) TO WS-CMP-CNT-2
           MOVE WS-PER-LOAN-AMT(1) TO WS-CMP-AMT-1
           MOVE WS-PER-LOAN-AMT(2) TO WS-CMP-AMT-2
           PERFORM PRINT-COMPARE-LINE
           MOVE "OVERDRAFT LINES DRAWN" TO WS-CMP-LABEL
           MOVE WS-PER-OD-CNT(1) TO WS-CMP-CNT-1
           MOVE WS-PER-OD-CNT(2) TO WS-CMP-CNT-2
           MOVE WS-PER-OD-AMT(1) TO WS-CMP-AMT-1
           MOVE WS-PER-OD-AMT(2) TO WS-CMP-AMT-2
           PERFORM PRINT-COMPARE-LINE
           MOVE "N" TO WS-CMP-HAS-AMT
           MOVE "DORMANT ACCOUNTS" TO WS-CMP-LABEL
           MOVE WS-PER-DORMANT(1) TO WS-CMP-CNT-1
           MOVE WS-PER-DORMANT(2) TO WS-CMP-CNT-2
           PERFORM PRINT-COMPARE-LINE
           MOVE "FROZEN ACCOUNTS" TO WS-CMP-LABEL
           MOVE WS-PER-FROZEN(1) TO WS-CMP-CNT-1
           MOVE WS-PER-FROZEN(2) TO WS-CMP-CNT-2
           PERFORM PRINT-COMPARE-LINE
           MOVE "ACCOUNTS CLOSED IN MONTH" TO WS-CMP-LABEL
           MOVE WS-PER-CLOSED(1) TO WS-CMP-CNT-1
           MOVE WS-PER-CLOSED(2) TO WS-CMP-CNT-2
           PERFORM PRINT-COMPARE-LINE
           MOVE "ACCOUNTS OPENED IN MONTH" TO WS-CMP-LABEL
           MOVE WS-PER-OPENED(1) TO WS-CMP-CNT-1
           MOVE WS-PER-OPENED(2) TO WS-CMP-CNT-2
           MOVE WS-PER-OPEN-KNOWN(1) TO WS-CMP-KNOWN-1
           MOVE WS-PER-OPEN-KNOWN(2) TO WS-CMP-KNOWN-2
           PERFORM PRINT-COMPARE-LINE
           IF WS-PER-OPEN-KNOWN(1) NOT = 'Y'
               OR WS-PER-OPEN-KNOWN(2) NOT = 'Y'
               MOVE "  (N/A - NO SNAPSHOT FOR THE MONTH BEFORE)"
                   TO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           CLOSE PORTFOLIO-REPORT.

      *> A type's subtotal line, then one line per status the type
      *> has in either month.
       PRINT-TYPE-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO WS-CMP-LABEL
           MOVE 0 TO WS-CMP-CNT-1
           MOVE 0 TO WS-CMP-CNT-2
           MOVE 0 TO WS-CMP-AMT-1
           MOVE 0 TO WS-CMP-AMT-2
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 4
               ADD WS-CELL-COUNT(WS-TYPE-IDX WS-STAT-IDX 1)
                   TO WS-CMP-CNT-1
               ADD WS-CELL-COUNT(WS-TYPE-IDX WS-STAT-IDX 2)
                   TO WS-CMP-CNT-2
               ADD WS-CELL-BAL(WS-TYPE-IDX WS-STAT-IDX 1)
                   TO WS-CMP-AMT-1
               ADD WS-CELL-BAL(WS-TYPE-IDX WS-STAT-IDX 2)
                   TO WS-CMP-AMT-2
           END-PERFORM
           IF WS-TYPE-IDX = 5 AND WS-CMP-CNT-1 = 0
               AND WS-CMP-CNT-2 = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-COMPARE-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 4
               MOVE WS-CELL-COUNT(WS-TYPE-IDX WS-STAT-IDX 1)
                   TO WS-CMP-CNT-1
               MOVE WS-CELL-COUNT(WS-TYPE-IDX WS-STAT-IDX 2)
                   TO WS-CMP-CNT-2
               MOVE WS-CELL-BAL(WS-TYPE-IDX WS-STAT-IDX 1)
                   TO WS-CMP-AMT-1
               MOVE WS-CELL-BAL(WS-TYPE-IDX WS-STAT-IDX 2)
                   TO WS-CMP-AMT-2
               IF WS-CMP-CNT-1 > 0 OR WS-CMP-CNT-2 > 0
                   MOVE SPACES TO WS-CMP-LABEL
                   STRING "  " DELIMITED BY SIZE
                       WS-STAT-NAME(WS-STAT-IDX) DELIMITED BY SIZE
                       INTO WS-CMP-LABEL
                   PERFORM PRINT-COMPARE-LINE
               END-IF
           END-PERFORM.

       PRINT-COMPARE-LINE.
           MOVE WS-CMP-CNT-1 TO WS-CNT-DISPLAY-1
           MOVE WS-CMP-CNT-2 TO WS-CNT-DISPLAY-2
           COMPUTE WS-CHG-CNT = WS-CMP-CNT-1 - WS-CMP-CNT-2
           MOVE WS-CHG-CNT TO WS-CHG-CNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CMP-LABEL TO WS-RPT-LINE(1:28)
           MOVE WS-CNT-DISPLAY-1 TO WS-RPT-LINE(31:7)
           MOVE WS-CNT-DISPLAY-2 TO WS-RPT-LINE(61:7)
           MOVE WS-CHG-CNT-DISPLAY TO WS-RPT-LINE(91:7)
           IF WS-CMP-HAS-AMT = 'Y'
               MOVE WS-CMP-AMT-1 TO WS-AMT-DISPLAY-1
               MOVE WS-CMP-AMT-2 TO WS-AMT-DISPLAY-2
               COMPUTE WS-CHG-AMT = WS-CMP-AMT-1 - WS-CMP-AMT-2
               MOVE WS-CHG-AMT TO WS-CHG-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY-1 TO WS-RPT-LINE(39:16)
               MOVE WS-AMT-DISPLAY-2 TO WS-RPT-LINE(69:16)
               MOVE WS-CHG-AMT-DISPLAY TO WS-RPT-LINE(99:16)
           END-IF
           IF WS-CMP-KNOWN-1 NOT = 'Y'
               MOVE "    N/A" TO WS-RPT-LINE(31:7)
           END-IF
           IF WS-CMP-KNOWN-2 NOT = 'Y'
               MOVE "    N/A" TO WS-RPT-LINE(61:7)
           END-IF
           IF WS-CMP-KNOWN-1 NOT = 'Y' OR WS-CMP-KNOWN-2 NOT = 'Y'
               MOVE "    N/A" TO WS-RPT-LINE(91:7)
           END-IF
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           DISPLAY WS-RPT-LINE
           WRITE PORTFOLIO-REPORT-LINE FROM WS-RPT-LINE.
       END PROGRAM MonthEndSnapshot.
