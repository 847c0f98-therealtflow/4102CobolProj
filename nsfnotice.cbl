               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
           SELECT NSF-LETTERS ASSIGN TO 'nsfletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT NSF-EXC-ARCHIVE ASSIGN TO 'nsfexcarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.
           SELECT EOD-STEP ASSIGN TO 'eodstep.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODSTEP-STATUS.
           SELECT PREVIEW-REGISTER ASSIGN TO 'nsfpreview.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       FD EOD-STEP.
       COPY "EODSTEP.cpy".

      *> Review register written by a preview run instead of posting.
       FD PREVIEW-REGISTER.
       01 PREVIEW-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-FEECTL-STATUS PIC XX.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-LETTER-STATUS PIC XX.
       01 WS-NSF-EOF PIC X VALUE 'N'.
       01 WS-NSF-COUNT PIC 9(3) VALUE 0.
       01 WS-NSF-OVERFLOW PIC X VALUE 'N'.
       01 WS-FEE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-PREVIEW PIC X VALUE 'N'.
       01 WS-MAX-DISPLAY PIC Z9.
      *> A preview posts nothing, so an account with several bounced
      *> items is charged against the balance left by its earlier
      *> fees here, exactly as the live run's rewrites would leave it.
       01 WS-SIM-COUNT PIC 9(3) VALUE 0.
       01 WS-SIM-IDX PIC 9(3).
       01 WS-SIM-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-SIM-TABLE.
           05 WS-SIM-ENTRY OCCURS 500 TIMES.
               10 WS-SIM-ACCT    PIC 9(5).
               10 WS-SIM-BALANCE PIC S9(9)V99.
       COPY "MAILHDR.cpy".
       COPY "PREVIEW.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "End-of-Day NSF Fee and Notice Run"
           PERFORM CHECK-AUTO-STEP
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-MODE TO WS-RUN-MODE
           ELSE
               DISPLAY "1. Charge fees and write notices"
               DISPLAY "2. Preview only (nothing posted or mailed)"
               ACCEPT WS-RUN-MODE
               IF WS-RUN-MODE NOT = 1 AND WS-RUN-MODE NOT = 2
                   DISPLAY "Invalid choice."
                   GOBACK
               END-IF
           END-IF
           IF WS-RUN-MODE = 2
               MOVE 'Y' TO WS-PREVIEW
               PERFORM READ-BUSINESS-DATE
           END-IF
           PERFORM READ-FEE-CONTROL
           PERFORM LOAD-EXCEPTIONS
           IF WS-NSF-OVERFLOW = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-NSF-COUNT = 0
               DISPLAY "No NSF exceptions on file - nothing to do"
           ELSE IF WS-PREVIEW = 'Y'
               PERFORM PREVIEW-INCIDENTS
           ELSE
               OPEN I-O ACCOUNT
               OPEN EXTEND NSF-LETTERS
               IF WS-LETTER-STATUS = "35"
                   OPEN OUTPUT NSF-LETTERS
               END-IF
               PERFORM VARYING WS-NSF-IDX FROM 1 BY 1
                       UNTIL WS-NSF-IDX > WS-NSF-COUNT
                   MOVE WS-NSF-ENTRY(WS-NSF-IDX) TO WS-NSF-WORK
           END-IF
           GOBACK.

      *> A preview works each unhandled incident the way the live run
      *> would but only lists the fees in nsfpreview.txt. No notice
      *> is written and nsfexceptions.txt is left as it was, so the
      *> live run still finds every incident waiting.
       PREVIEW-INCIDENTS.
           PERFORM OPEN-PREVIEW-REGISTER
           OPEN INPUT ACCOUNT
           PERFORM VARYING WS-NSF-IDX FROM 1 BY 1
                   UNTIL WS-NSF-IDX > WS-NSF-COUNT
               MOVE WS-NSF-ENTRY(WS-NSF-IDX) TO WS-NSF-WORK
               IF W-NSF-PROCESSED NOT = 'Y'
                   PERFORM PROCESS-INCIDENT
               END-IF
           END-PERFORM
           CLOSE ACCOUNT
           PERFORM CLOSE-PREVIEW-REGISTER
           DISPLAY "Incidents previewed: " WS-INCIDENT-COUNT
               " (notices not written)"
           DISPLAY "Fees that would be charged: " WS-FEE-COUNT
               " totaling " WS-FEE-TOTAL
           DISPLAY "Review register written to nsfpreview.txt".

      *> Under the end-of-day chain the step card's mode is used:
      *> 2 is a preview, anything else the live run.
       CHECK-AUTO-STEP.
           MOVE 'N' TO WS-AUTO-MODE
           OPEN INPUT EOD-STEP
           IF WS-EODSTEP-STATUS NOT = "35"
               READ EOD-STEP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EOD-STEP-PROGRAM = "NsfNotices"
                           MOVE 'Y' TO WS-AUTO-MODE
                       END-IF
               END-READ
               CLOSE EOD-STEP
           END-IF.

       READ-FEE-CONTROL.
           OPEN INPUT NSF-FEE-CONTROL
           IF WS-FEECTL-STATUS = "35"
                       " no longer on file - no fee charged"
               NOT INVALID KEY
                   MOVE NAME TO WS-HOLDER-NAME
                   IF WS-PREVIEW = 'Y'
                       PERFORM FIND-SIM-BALANCE
                   END-IF
                   PERFORM CHARGE-NSF-FEE
           END-READ
           IF WS-PREVIEW NOT = 'Y'
               PERFORM WRITE-NOTICE-LETTER
           END-IF
           MOVE 'Y' TO W-NSF-PROCESSED.

       CHARGE-NSF-FEE.
                   IF WS-CHARGE > 0
                       COMPUTE ACCOUNT-BALANCE =
                           ACCOUNT-BALANCE - WS-CHARGE
                       IF WS-PREVIEW = 'Y'
                           PERFORM PREVIEW-NSF-LINE
                       ELSE
                           REWRITE ACCOUNT-FILE
                           MOVE "NSFFEE" TO LOG-TXN-TYPE
                           MOVE WS-CHARGE TO LOG-AMOUNT
                           PERFORM LOG-TRANSACTION
                       END-IF
                       MOVE 'Y' TO WS-FEE-CHARGED
                       ADD 1 TO WS-FEE-COUNT
                       ADD WS-CHARGE TO WS-FEE-TOTAL
               END-IF
           END-IF.

      *> Picks up the balance an earlier previewed fee left on this
      *> account, if any.
       FIND-SIM-BALANCE.
           MOVE 0 TO WS-SIM-FOUND-IDX
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-SIM-COUNT
               IF WS-SIM-ACCT(WS-SIM-IDX) = ACCOUNT-NUM
                   MOVE WS-SIM-IDX TO WS-SIM-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SIM-FOUND-IDX > 0
               MOVE WS-SIM-BALANCE(WS-SIM-FOUND-IDX)
                   TO ACCOUNT-BALANCE
           END-IF.

       PREVIEW-NSF-LINE.
           MOVE ACCOUNT-NUM TO PRV-ACCOUNT
           MOVE "NSFFEE" TO PRV-TXN-TYPE
           MOVE WS-CHARGE TO PRV-POST-AMOUNT
           MOVE WS-NSF-FEE TO WS-FEE-DISPLAY
           MOVE WS-MAX-PER-DAY TO WS-MAX-DISPLAY
           MOVE SPACES TO PRV-RULE
           IF WS-CHARGE < WS-NSF-FEE
               STRING "NSF FEE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEE-DISPLAY) DELIMITED BY SIZE
                   " CAPPED AT BALANCE - ITEM " DELIMITED BY SIZE
                   W-NSF-DATE DELIMITED BY SIZE
                   INTO PRV-RULE
           ELSE
               STRING "NSF FEE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEE-DISPLAY) DELIMITED BY SIZE
                   " MAX " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAX-DISPLAY) DELIMITED BY SIZE
                   "/DAY - ITEM " DELIMITED BY SIZE
                   W-NSF-DATE DELIMITED BY SIZE
                   INTO PRV-RULE
           END-IF
           PERFORM WRITE-PREVIEW-LINE
           IF WS-SIM-FOUND-IDX > 0
               MOVE ACCOUNT-BALANCE
                   TO WS-SIM-BALANCE(WS-SIM-FOUND-IDX)
           ELSE IF WS-SIM-COUNT < 500
               ADD 1 TO WS-SIM-COUNT
               MOVE ACCOUNT-NUM TO WS-SIM-ACCT(WS-SIM-COUNT)
               MOVE ACCOUNT-BALANCE TO WS-SIM-BALANCE(WS-SIM-COUNT)
           END-IF.

       FIND-CAP-COUNT.
           MOVE 0 TO WS-CAP-FOUND-IDX
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
           END-IF.

       WRITE-NOTICE-LETTER.
           MOVE W-NSF-ACCOUNT TO MPH-ACCOUNT-NUM
           MOVE 0 TO MPH-CUST-NUM
           WRITE NSF-LETTER-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-LETTER-LINE
           STRING "NOTICE OF RETURNED ITEM - "
               DELIMITED BY SIZE
           MOVE SPACES TO LOG-OPERATOR
           MOVE "NSF RETURNED ITEM FEE" TO LOG-DESC
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
           STRING "NSF FEE PREVIEW - NOTHING POSTED"
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
       END PROGRAM NsfNotices.
