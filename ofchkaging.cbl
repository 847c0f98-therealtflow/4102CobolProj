       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfficialCheckAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-REGISTER ASSIGN TO 'ofchkreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCHK-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'ofchkaging.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OFFICIAL-CHECK-REGISTER.
       COPY "OFCHKREG.cpy".

       FD AGING-REPORT.
       01 AGING-REPORT-LINE PIC X(100).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-OFCHK-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-OFCHK-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-NUM PIC 9(7).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-BKT-IDX PIC 9.
      *> Age buckets by days since issue: 0-30, 31-60, 61-90,
      *> 91-180 and over 180.
       01 WS-BUCKET-TABLE.
           05 WS-BKT-ENTRY OCCURS 5 TIMES.
               10 WS-BKT-LABEL PIC X(14).
               10 WS-BKT-CNT   PIC 9(5) VALUE 0.
               10 WS-BKT-AMT   PIC 9(9)V99 VALUE 0.
       01 WS-OUT-COUNT PIC 9(5) VALUE 0.
       01 WS-OUT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-ISSUED-COUNT PIC 9(5) VALUE 0.
       01 WS-ISSUED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RPT-LINE PIC X(100).
       01 WS-AMT-DISPLAY PIC Z(8)9.99.
       01 WS-AGE-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Official Check Outstanding Report"
           PERFORM READ-BUSINESS-DATE
           PERFORM SET-BUCKET-LABELS
           COMPUTE WS-TODAY-NUM = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "OFFICIAL CHECKS OUTSTANDING - AGED BY ISSUE DATE "
               DELIMITED BY SIZE
               "AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SERIAL  ISSUED   AGE   PAYEE                         "
               TO WS-RPT-LINE
           MOVE "REMIT       AMOUNT" TO WS-RPT-LINE(55:18)
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT OFFICIAL-CHECK-REGISTER
           IF WS-OFCHK-STATUS = "35"
               DISPLAY "No ofchkreg.txt found - no official checks "
                   "issued"
               MOVE 'Y' TO WS-OFCHK-EOF
           END-IF
           PERFORM UNTIL WS-OFCHK-EOF = 'Y'
               READ OFFICIAL-CHECK-REGISTER
                   AT END
                       MOVE 'Y' TO WS-OFCHK-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-CHECK
               END-READ
           END-PERFORM
           IF WS-OFCHK-STATUS NOT = "35"
               CLOSE OFFICIAL-CHECK-REGISTER
           END-IF
           PERFORM WRITE-AGING-SUMMARY
           CLOSE AGING-REPORT
           DISPLAY "Checks outstanding: " WS-OUT-COUNT
           MOVE WS-OUT-TOTAL TO WS-AMT-DISPLAY
           DISPLAY "Amount outstanding: " WS-AMT-DISPLAY
           DISPLAY "Report written to ofchkaging.txt"
           GOBACK.

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

       SET-BUCKET-LABELS.
           MOVE "0-30 DAYS" TO WS-BKT-LABEL(1)
           MOVE "31-60 DAYS" TO WS-BKT-LABEL(2)
           MOVE "61-90 DAYS" TO WS-BKT-LABEL(3)
           MOVE "91-180 DAYS" TO WS-BKT-LABEL(4)
           MOVE "OVER 180 DAYS" TO WS-BKT-LABEL(5).

      *> Today's issues and payments are counted whatever their
      *> status now; only checks still outstanding are listed and
      *> aged.
       TALLY-ONE-CHECK.
           IF OCR-ISSUE-DATE = WS-TODAY
               ADD 1 TO WS-ISSUED-COUNT
               ADD OCR-AMOUNT TO WS-ISSUED-TOTAL
           END-IF
           IF OCR-STATUS = 'P' AND OCR-PAID-DATE = WS-TODAY
               ADD 1 TO WS-PAID-COUNT
               ADD OCR-AMOUNT TO WS-PAID-TOTAL
           END-IF
           IF OCR-STATUS = 'O'
               COMPUTE WS-AGE-DAYS = WS-TODAY-NUM
                   - FUNCTION INTEGER-OF-DATE(OCR-ISSUE-DATE)
               IF WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BKT-IDX
               ELSE IF WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BKT-IDX
               ELSE IF WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BKT-IDX
               ELSE IF WS-AGE-DAYS <= 180
                   MOVE 4 TO WS-BKT-IDX
               ELSE
                   MOVE 5 TO WS-BKT-IDX
               END-IF
               END-IF
               END-IF
               END-IF
               ADD 1 TO WS-BKT-CNT(WS-BKT-IDX)
               ADD OCR-AMOUNT TO WS-BKT-AMT(WS-BKT-IDX)
               ADD 1 TO WS-OUT-COUNT
               ADD OCR-AMOUNT TO WS-OUT-TOTAL
               PERFORM WRITE-CHECK-LINE
           END-IF.

       WRITE-CHECK-LINE.
           MOVE OCR-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING OCR-SERIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OCR-ISSUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OCR-PAYEE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OCR-REMITTER-ACCT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> The outstanding total is the figure the OFFICIAL CHECKS
      *> OUTSTANDING GL line should carry at the close of the day.
       WRITE-AGING-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "AGE BUCKET     COUNT       AMOUNT" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE WS-BKT-AMT(WS-BKT-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-BKT-LABEL(WS-BKT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BKT-CNT(WS-BKT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-OUT-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL          " DELIMITED BY SIZE
               WS-OUT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               "  RECONCILE TO GL OFFICIAL CHECKS OUTSTANDING"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ISSUED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "ISSUED TODAY   " DELIMITED BY SIZE
               WS-ISSUED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PAID-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAID TODAY     " DELIMITED BY SIZE
               WS-PAID-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM WS-RPT-LINE.
       END PROGRAM OfficialCheckAging.
