           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.
           SELECT PREVIEW-REGISTER ASSIGN TO 'feepreview.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

      *> Review register written by a preview run instead of posting.
       FD PREVIEW-REGISTER.
       01 PREVIEW-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FEE-EOF PIC X VALUE 'N'.
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-FORCE-REPLY PIC X.
       01 WS-RUN-OK PIC X VALUE 'N'.
       01 WS-RUN-MODE PIC 9.
       01 WS-PREVIEW PIC X VALUE 'N'.
       01 WS-FEE-DISPLAY PIC ZZZZ9.99.
       01 WS-THRESHOLD-DISPLAY PIC Z(8)9.99.
       COPY "RUNCTL.cpy".
       COPY "PREVIEW.cpy".
       COPY "SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Month-End Service Fee Assessment Run"
           PERFORM OPERATOR-SIGN-ON
           DISPLAY "1. Assess and post service fees"
           DISPLAY "2. Preview only (nothing is posted)"
           ACCEPT WS-RUN-MODE
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-MODE = 2
               PERFORM PREVIEW-FEE-ASSESSMENT
           ELSE IF WS-RUN-MODE NOT = 1
               DISPLAY "Invalid choice."
           ELSE
               MOVE "FEEPOST" TO RC-JOB-NAME
               PERFORM CHECK-RUN-CONTROL
               IF WS-RUN-OK = 'Y'
                   PERFORM RUN-FEE-ASSESSMENT
                   PERFORM MARK-RUN-COMPLETE
               END-IF
           END-IF.
           STOP RUN.

      *> Works out every fee the live run would charge from the same
      *> schedule and balances, but lists them in feepreview.txt
      *> instead. The run calendar is not consulted or marked, so a
      *> preview never stands in the way of the live run.
       PREVIEW-FEE-ASSESSMENT.
           MOVE 'Y' TO WS-PREVIEW
           PERFORM OPEN-PREVIEW-REGISTER
           PERFORM RUN-FEE-ASSESSMENT
           PERFORM CLOSE-PREVIEW-REGISTER
           DISPLAY "Review register written to feepreview.txt".

       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-OK
           COMPUTE RC-PERIOD =
           IF WS-SCHED-COUNT = 0
               DISPLAY "No feesched.dat found - nothing to assess"
           ELSE
               IF WS-PREVIEW = 'Y'
                   OPEN INPUT ACCOUNT
               ELSE
                   OPEN I-O ACCOUNT
               END-IF
               IF WS-ACCT-STATUS = "35"
                   DISPLAY "No accounts.txt found - nothing to assess"
               ELSE
               MOVE WS-FEE-DUE TO WS-CHARGE
           END-IF
           IF WS-CHARGE > 0
               IF WS-PREVIEW = 'Y'
                   PERFORM PREVIEW-FEE-LINE
               ELSE
                   COMPUTE ACCOUNT-BALANCE =
                       ACCOUNT-BALANCE - WS-CHARGE
                   REWRITE ACCOUNT-FILE
                   MOVE "SERVFEE" TO LOG-TXN-TYPE
                   MOVE WS-CHARGE TO LOG-AMOUNT
                   PERFORM LOG-TRANSACTION
                   DISPLAY "Fee " WS-CHARGE " charged to account "
                       ACCOUNT-NUM
               END-IF
               ADD 1 TO WS-COLLECT-COUNT
               ADD WS-CHARGE TO WS-COLLECT-TOTAL
           END-IF.

      *> The rule shown is the schedule line for the account type;
      *> a fee cut down to what the account holds is marked as such.
       PREVIEW-FEE-LINE.
           MOVE ACCOUNT-NUM TO PRV-ACCOUNT
           MOVE "SERVFEE" TO PRV-TXN-TYPE
           MOVE WS-CHARGE TO PRV-POST-AMOUNT
           MOVE WS-FEE-DUE TO WS-FEE-DISPLAY
           MOVE WS-THRESHOLD TO WS-THRESHOLD-DISPLAY
           MOVE SPACES TO PRV-RULE
           IF WS-CHARGE < WS-FEE-DUE
               STRING "TYPE " DELIMITED BY SIZE
                   ACCOUNT-TYPE DELIMITED BY SIZE
                   " FEE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEE-DISPLAY) DELIMITED BY SIZE
                   " CAPPED AT BALANCE" DELIMITED BY SIZE
                   INTO PRV-RULE
           ELSE
               STRING "TYPE " DELIMITED BY SIZE
                   ACCOUNT-TYPE DELIMITED BY SIZE
                   " FEE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEE-DISPLAY) DELIMITED BY SIZE
                   " - WAIVED AT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-THRESHOLD-DISPLAY)
                   DELIMITED BY SIZE
                   INTO PRV-RULE
           END-IF
           PERFORM WRITE-PREVIEW-LINE.

       PRINT-FEE-REGISTER.
           DISPLAY "----------------------------------------"
           DISPLAY "Service Fee Register"
           MOVE WS-OPER-ID TO LOG-OPERATOR
           MOVE "MONTHLY SERVICE FEE" TO LOG-DESC
           MOVE SPACES TO LOG-TRACE
           MOVE ACCT-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
           OPEN OUTPUT REF-CONTROL
           WRITE REF-CONTROL-REC
           CLOSE REF-CONTROL.

      *> The review register opens with the run it previews and the
      *> business date the figures were worked out for.
       OPEN-PREVIEW-REGISTER.
           MOVE 0 TO PRV-TYPE-COUNT
           OPEN OUTPUT PREVIEW-REGISTER
           MOVE SPACES TO PRV-HEAD-LINE
           STRING "MONTH-END SERVICE FEE PREVIEW - NOTHING POSTED"
               DELIMITED BY SIZE INTO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE SPACES TO PRV-HEAD-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   PREPARED " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE "ACCT  TYPE           AMOUNT RULE APPLIED"
               TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE ALL "-" TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE.

      *> One line per posting the live run would make, totalled by
      *> transaction type for the foot of the register.
       WRITE-PREVIEW-LINE.
           MOVE PRV-POST-AMOUNT TO PRV-AMOUNT
           WRITE PREVIEW-REGISTER-LINE FROM PRV-DETAIL-LINE
           MOVE 'N' TO PRV-TYPE-FOUND
           PERFORM VARYING PRV-TYPE-IDX FROM 1 BY 1
                   UNTIL PRV-TYPE-IDX > PRV-TYPE-COUNT
                   OR PRV-TYPE-FOUND = 'Y'
               IF PRV-TOT-TYPE(PRV-TYPE-IDX) = PRV-TXN-TYPE
                   MOVE 'Y' TO PRV-TYPE-FOUND
                   ADD 1 TO PRV-TOT-COUNT(PRV-TYPE-IDX)
                   ADD PRV-POST-AMOUNT TO PRV-TOT-AMOUNT(PRV-TYPE-IDX)
               END-IF
           END-PERFORM
           IF PRV-TYPE-FOUND = 'N' AND PRV-TYPE-COUNT < 10
               ADD 1 TO PRV-TYPE-COUNT
               MOVE PRV-TXN-TYPE TO PRV-TOT-TYPE(PRV-TYPE-COUNT)
               MOVE 1 TO PRV-TOT-COUNT(PRV-TYPE-COUNT)
               MOVE PRV-POST-AMOUNT TO PRV-TOT-AMOUNT(PRV-TYPE-COUNT)
           END-IF.

      *> Totals by transaction type, shown on the console as well,
      *> and the line the reviewing supervisor signs before the live
      *> run is released.
       CLOSE-PREVIEW-REGISTER.
           MOVE ALL "-" TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           IF PRV-TYPE-COUNT = 0
               MOVE "NOTHING WOULD BE POSTED" TO PRV-HEAD-LINE
               WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
               DISPLAY "Nothing would be posted."
           END-IF
           PERFORM VARYING PRV-TYPE-IDX FROM 1 BY 1
                   UNTIL PRV-TYPE-IDX > PRV-TYPE-COUNT
               MOVE PRV-TOT-TYPE(PRV-TYPE-IDX) TO PRV-TOT-TYPE-OUT
               MOVE PRV-TOT-COUNT(PRV-TYPE-IDX) TO PRV-TOT-COUNT-OUT
               MOVE PRV-TOT-AMOUNT(PRV-TYPE-IDX) TO PRV-TOT-AMOUNT-OUT
               WRITE PREVIEW-REGISTER-LINE FROM PRV-TOTAL-LINE
               DISPLAY PRV-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           MOVE SPACES TO PRV-HEAD-LINE
           STRING "REVIEWED FOR LIVE RUN - SUPERVISOR ________"
               DELIMITED BY SIZE
               "  DATE ________" DELIMITED BY SIZE
               INTO PRV-HEAD-LINE
           WRITE PREVIEW-REGISTER-LINE FROM PRV-HEAD-LINE
           CLOSE PREVIEW-REGISTER.
       END PROGRAM ServiceFeePoster.
