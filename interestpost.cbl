           SELECT OD-CONTROL ASSIGN TO 'odctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODCTL-STATUS.
           SELECT PREVIEW-REGISTER ASSIGN TO 'intpreview.txt'
               ORGANIZATION IS LINE SEQUENTIAL.



               05 RATE-BAND-FLOOR PIC 9(9)V99.
               05 RATE-ANNUAL     PIC 9(3)V99.

      *> Review register written by a preview run instead of posting.
           FD PREVIEW-REGISTER.
           01 PREVIEW-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-COUNT PIC 9(5) VALUE 0.
       01 WS-HAVE-CEILING PIC X VALUE 'N'.
       01 WS-BAND-PORTION PIC 9(9)V99.
       01 WS-BAND-INTEREST PIC 9(7)V99.
       01 WS-RUN-MODE PIC 9.
       01 WS-PREVIEW PIC X VALUE 'N'.
       01 WS-TOP-IDX PIC 9(2) VALUE 0.
       01 WS-RATE-DISPLAY PIC ZZ9.99.
       01 WS-FLOOR-DISPLAY PIC Z(8)9.99.
       COPY "RUNCTL.cpy".
       COPY "PREVIEW.cpy".
       COPY "SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Month-End Interest Posting Run"
           PERFORM OPERATOR-SIGN-ON
           DISPLAY "1. Post month-end interest"
           DISPLAY "2. Preview only (nothing is posted)"
           ACCEPT WS-RUN-MODE
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-MODE = 2
               PERFORM PREVIEW-INTEREST
           ELSE IF WS-RUN-MODE NOT = 1
               DISPLAY "Invalid choice."
           ELSE
               MOVE "INTEREST" TO RC-JOB-NAME
               PERFORM CHECK-RUN-CONTROL
               IF WS-RUN-OK = 'Y'
                   PERFORM READ-OD-CONTROL
                   PERFORM LOAD-RATE-TABLE
                   PERFORM POST-ALL-INTEREST
                   PERFORM PRINT-ACCRUAL-REGISTER
                   PERFORM MARK-RUN-COMPLETE
                   DISPLAY "Accounts processed: " WS-COUNT
               END-IF
           END-IF.
           STOP RUN.

      *> Works out every posting the live run would make from the
      *> same rates and balances, but lists them in intpreview.txt
      *> instead. The run calendar is not consulted or marked, so a
      *> preview never stands in the way of the live run.
       PREVIEW-INTEREST.
           MOVE 'Y' TO WS-PREVIEW
           PERFORM READ-OD-CONTROL
           PERFORM LOAD-RATE-TABLE
           PERFORM OPEN-PREVIEW-REGISTER
           PERFORM POST-ALL-INTEREST
           PERFORM CLOSE-PREVIEW-REGISTER
           PERFORM PRINT-ACCRUAL-REGISTER
           DISPLAY "Accounts previewed: " WS-COUNT
           DISPLAY "Review register written to intpreview.txt".

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-BAND-COUNT
           MOVE 'N' TO WS-RATE-EOF
           END-IF.

       POST-ALL-INTEREST.
           IF WS-PREVIEW = 'Y'
               OPEN INPUT ACCOUNT
           ELSE
               OPEN I-O ACCOUNT
           END-IF
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to post"
           ELSE
                       PERFORM COMPUTE-TIERED-INTEREST
                   END-IF
                   ADD WS-INTEREST TO ACCOUNT-BALANCE
                   IF WS-PREVIEW = 'Y'
                       PERFORM PREVIEW-INTEREST-LINE
                   ELSE
                       REWRITE ACCOUNT-FILE
                       MOVE "INTEREST" TO LOG-TXN-TYPE
                       MOVE WS-INTEREST TO LOG-AMOUNT
                       PERFORM LOG-TRANSACTION
                       DISPLAY "Posted interest to account "
                           ACCOUNT-NUM ": " WS-INTEREST
                   END-IF
                   ADD 1 TO WS-COUNT
               END-IF
           END-IF.

           IF WS-OD-CHARGE > 0
               COMPUTE ACCOUNT-BALANCE =
                   ACCOUNT-BALANCE - WS-OD-CHARGE
               IF WS-PREVIEW = 'Y'
                   MOVE ACCOUNT-NUM TO PRV-ACCOUNT
                   MOVE "ODINTCHG" TO PRV-TXN-TYPE
                   MOVE WS-OD-CHARGE TO PRV-POST-AMOUNT
                   MOVE WS-OD-RATE TO WS-RATE-DISPLAY
                   MOVE SPACES TO PRV-RULE
                   STRING "OVERDRAFT LINE RATE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RATE-DISPLAY)
                       DELIMITED BY SIZE
                       "% ON THE DRAWN AMOUNT" DELIMITED BY SIZE
                       INTO PRV-RULE
                   PERFORM WRITE-PREVIEW-LINE
               ELSE
                   REWRITE ACCOUNT-FILE
                   MOVE "ODINTCHG" TO LOG-TXN-TYPE
                   MOVE WS-OD-CHARGE TO LOG-AMOUNT
                   PERFORM LOG-TRANSACTION
                   DISPLAY "Charged overdraft interest to account "
                       ACCOUNT-NUM ": " WS-OD-CHARGE
               END-IF
               ADD 1 TO WS-OD-CHARGE-COUNT
               ADD WS-OD-CHARGE TO WS-OD-CHARGE-TOTAL
           END-IF.

      *> A CD earns its contract rate; a banded account is shown with
      *> the band its top dollar fell in, the rate the change of a
      *> board rate shows up in first.
       PREVIEW-INTEREST-LINE.
           MOVE ACCOUNT-NUM TO PRV-ACCOUNT
           MOVE "INTEREST" TO PRV-TXN-TYPE
           MOVE WS-INTEREST TO PRV-POST-AMOUNT
           MOVE SPACES TO PRV-RULE
           IF ACCOUNT-TYPE = 'T'
               MOVE ACCT-CONTRACT-RATE TO WS-RATE-DISPLAY
               STRING "CD CONTRACT RATE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO PRV-RULE
           ELSE
               MOVE 0 TO WS-TOP-IDX
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   IF WS-BAND-TYPE(WS-BAND-IDX) = ACCOUNT-TYPE
                       AND ACCOUNT-BALANCE - WS-INTEREST
                           > WS-BAND-FLOOR(WS-BAND-IDX)
                       IF WS-TOP-IDX = 0
                           MOVE WS-BAND-IDX TO WS-TOP-IDX
                       ELSE IF WS-BAND-FLOOR(WS-BAND-IDX)
                           > WS-BAND-FLOOR(WS-TOP-IDX)
                           MOVE WS-BAND-IDX TO WS-TOP-IDX
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TOP-IDX = 0
                   STRING "TYPE " DELIMITED BY SIZE
                       ACCOUNT-TYPE DELIMITED BY SIZE
                       " - NO RATE BAND APPLIES" DELIMITED BY SIZE
                       INTO PRV-RULE
               ELSE
                   MOVE WS-BAND-RATE(WS-TOP-IDX) TO WS-RATE-DISPLAY
                   MOVE WS-BAND-FLOOR(WS-TOP-IDX) TO WS-FLOOR-DISPLAY
                   STRING "TYPE " DELIMITED BY SIZE
                       ACCOUNT-TYPE DELIMITED BY SIZE
                       " TIERED - TOP BAND OVER " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FLOOR-DISPLAY)
                       DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RATE-DISPLAY)
                       DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO PRV-RULE
               END-IF
           END-IF
           PERFORM WRITE-PREVIEW-LINE.

       READ-OD-CONTROL.
           OPEN INPUT OD-CONTROL
           IF WS-ODCTL-STATUS = "35"
               MOVE "MONTHLY INTEREST" TO LOG-DESC
           END-IF
           MOVE SPACES TO LOG-TRACE
           MOVE ACCT-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
                   " balance " WS-BAND-BAL(WS-BAND-IDX)
                   " interest " WS-BAND-INT(WS-BAND-IDX)
           END-PERFORM.

      *> The review register opens with the run it previews and the
      *> business date the figures were worked out for.
       OPEN-PREVIEW-REGISTER.
           MOVE 0 TO PRV-TYPE-COUNT
           OPEN OUTPUT PREVIEW-REGISTER
           MOVE SPACES TO PRV-HEAD-LINE
           STRING "MONTH-END INTEREST POSTING PREVIEW - NOTHING POSTED"
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
       END PROGRAM InterestPoster.
