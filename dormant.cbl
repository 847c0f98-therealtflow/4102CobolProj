               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DAY-SUMMARY ASSIGN TO 'daysum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-KEY
               FILE STATUS IS WS-DSM-STATUS.
           SELECT SUMMARY-CONTROL ASSIGN TO 'daysumctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMCTL-STATUS.
           SELECT DORMANT-CONTROL ASSIGN TO 'dormctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD DAY-SUMMARY.
       COPY "DAYSUM.cpy".

       FD SUMMARY-CONTROL.
       01 SUMMARY-CONTROL-REC.
           05 CTL-SUMMARY-DATE PIC 9(8).

      *> Number of months without customer-initiated activity after
      *> which an open account is flagged dormant, plus the
           05 CTL-ESCHEAT-YEARS  PIC 9(2).
           05 CTL-NOTICE-DAYS    PIC 9(3).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DSM-EOF PIC X VALUE 'N'.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-DSM-STATUS PIC XX.
       01 WS-DORMCTL-STATUS PIC XX.
       01 WS-SUMCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-SUMMARY-STALE PIC X VALUE 'N'.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-DORMANT-MONTHS PIC 9(3) VALUE 12.
       01 WS-SUMMARY-DATE PIC 9(8) VALUE 0.
       01 WS-LAST-ACTIVITY PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-MONTHS PIC 9(6).
       01 WS-LAST-MONTHS PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Dormant Account Identification Sweep"
           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-TODAY-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2))
           PERFORM READ-DORMANT-CONTROL
           PERFORM CHECK-SUMMARY-BUILT
           OPEN INPUT DAY-SUMMARY
           OPEN I-O ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to sweep"
               END-PERFORM
               CLOSE ACCOUNT
           END-IF
           IF WS-DSM-STATUS NOT = "35"
               CLOSE DAY-SUMMARY
           END-IF
           PERFORM PRINT-AGING-REPORT
           STOP RUN.

               CLOSE DORMANT-CONTROL
           END-IF.

      *> Activity dates come from daysum.txt, so postings since the
      *> summary was last built are not seen; say so rather than
      *> flag an account that has just been used. A stale summary
      *> turns the sweep into a report: nothing is flagged.
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
           END-IF
           IF WS-SUMMARY-DATE = 0
               MOVE 'Y' TO WS-SUMMARY-STALE
               DISPLAY "No daily summary built yet - no account "
                   "activity can be dated"
           ELSE IF WS-SUMMARY-DATE < WS-TODAY
               MOVE 'Y' TO WS-SUMMARY-STALE
               DISPLAY "Daily summary last built for "
                   WS-SUMMARY-DATE " - later activity is not seen"
           END-IF
           END-IF
           IF WS-SUMMARY-STALE = 'Y'
               DISPLAY "Run DailySummary first - this sweep reports "
                   "only and flags no account"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> The account's daily summaries are read oldest first; the
      *> last date with customer-initiated activity wins.
       FIND-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-ACTIVITY
           IF WS-DSM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DSM-EOF
           MOVE ACCOUNT-NUM TO DSM-ACCOUNT-NUM
           MOVE 0 TO DSM-DATE
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
                           MOVE 'Y' TO WS-DSM-EOF
                       ELSE IF DSM-CUST-ACT-CNT > 0
                           MOVE DSM-DATE TO WS-LAST-ACTIVITY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ACCOUNT-ACTIVITY.
           IF ACCOUNT-STATUS NOT = 'O' AND ACCOUNT-STATUS NOT = 'D'
               IF WS-HAS-ACTIVITY = 'Y'
                   AND WS-MONTHS-INACTIVE >= WS-DORMANT-MONTHS
                   IF ACCOUNT-STATUS = 'O'
                       AND WS-SUMMARY-STALE = 'Y'
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "Account " ACCOUNT-NUM
                           " not flagged - summary out of date - "
                           WS-MONTHS-INACTIVE " months inactive"
                   ELSE IF ACCOUNT-STATUS = 'O'
                       MOVE 'D' TO ACCOUNT-STATUS
                       REWRITE ACCOUNT-FILE
                       ADD 1 TO WS-FLAGGED-COUNT
                           " flagged dormant - "
                           WS-MONTHS-INACTIVE " months inactive"
                   END-IF
                   END-IF
                   PERFORM ADD-TO-BUCKET
               END-IF
           END-IF.
      *> logs the initial deposit, so a zero-history record is either
      *> brand new or predates the transaction log.
       COMPUTE-MONTHS-INACTIVE.
           PERFORM FIND-LAST-ACTIVITY
           IF ACCOUNT-NUM > 0
               AND WS-LAST-ACTIVITY > 0
               MOVE 'Y' TO WS-HAS-ACTIVITY
               COMPUTE WS-LAST-MONTHS =
                   FUNCTION NUMVAL(WS-LAST-ACTIVITY(1:4)) * 12
                   + FUNCTION NUMVAL(WS-LAST-ACTIVITY(5:2))
               COMPUTE WS-MONTHS-INACTIVE =
                   WS-TODAY-MONTHS - WS-LAST-MONTHS
           ELSE
           DISPLAY "Dormant Account Aging Report"
           DISPLAY "Open accounts scanned : " WS-SCAN-COUNT
           DISPLAY "Newly flagged dormant : " WS-FLAGGED-COUNT
           IF WS-SUMMARY-STALE = 'Y'
               DISPLAY "Not flagged (stale)   : " WS-HELD-COUNT
           END-IF
           DISPLAY "Under 12 months : " WS-BUCKET-COUNT(1)
               " accounts, balance " WS-BUCKET-TOTAL(1)
           DISPLAY "12 - 23 months  : " WS-BUCKET-COUNT(2)
               " accounts, balance " WS-BUCKET-TOTAL(3)
           DISPLAY "36 months and up: " WS-BUCKET-COUNT(4)
               " accounts, balance " WS-BUCKET-TOTAL(4).

      *> The sweep dates inactivity against the bank business date,
      *> the same calendar the daily summary is built on. A missing
      *> bizdate.dat falls back to the system date.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZDATE-STATUS = "35"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ELSE
               READ BUSINESS-DATE-FILE
               MOVE CTL-BUSINESS-DATE TO WS-TODAY
               CLOSE BUSINESS-DATE-FILE
           END-IF.
       END PROGRAM DormantSweep.
