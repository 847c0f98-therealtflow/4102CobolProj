           SELECT CD-REGISTER ASSIGN TO 'cdregister.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT EOD-STEP ASSIGN TO 'eodstep.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODSTEP-STATUS.
           SELECT PREVIEW-REGISTER ASSIGN TO 'cdpreview.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CD-REGISTER.
       01 CD-REGISTER-LINE PIC X(80).

       FD EOD-STEP.
       COPY "EODSTEP.cpy".

      *> Review register written by a preview run instead of posting.
       FD PREVIEW-REGISTER.
       01 PREVIEW-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-MAT-YEAR PIC 9(4).
       01 WS-MAT-MONTH PIC 9(2).
       01 WS-MAT-DAY PIC 9(2).
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-RUN-MODE PIC 9 VALUE 1.
       01 WS-PREVIEW PIC X VALUE 'N'.
       01 WS-RATE-DISPLAY PIC ZZ9.99.
       COPY "PREVIEW.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Time Deposit Maturity Run"
           PERFORM CHECK-AUTO-STEP
           IF WS-AUTO-MODE = 'Y'
               MOVE EOD-STEP-MODE TO WS-RUN-MODE
           ELSE
               DISPLAY "1. Renew and pay out matured certificates"
               DISPLAY "2. Preview only (nothing is posted)"
               ACCEPT WS-RUN-MODE
               IF WS-RUN-MODE NOT = 1 AND WS-RUN-MODE NOT = 2
                   DISPLAY "Invalid choice."
                   GOBACK
               END-IF
           END-IF
           IF WS-RUN-MODE = 2
               MOVE 'Y' TO WS-PREVIEW
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM FIND-MATURED-CDS
           IF WS-DUE-OVERFLOW = 'Y'
           END-IF
           IF WS-DUE-COUNT = 0
               DISPLAY "No matured certificates today"
           ELSE IF WS-PREVIEW = 'Y'
               PERFORM OPEN-PREVIEW-REGISTER
               OPEN INPUT ACCOUNT
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                       UNTIL WS-DUE-IDX > WS-DUE-COUNT
                   MOVE WS-DUE-ACCT(WS-DUE-IDX) TO WS-CD-ACCT
                   PERFORM PROCESS-ONE-MATURITY
               END-PERFORM
               CLOSE ACCOUNT
               PERFORM CLOSE-PREVIEW-REGISTER
           ELSE
               OPEN I-O ACCOUNT
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   PERFORM PROCESS-ONE-MATURITY
               END-PERFORM
               CLOSE ACCOUNT
           END-IF.
           IF WS-PREVIEW = 'Y'
               DISPLAY "Preview only - nothing was posted"
           END-IF
           DISPLAY "Certificates renewed : " WS-RENEW-COUNT
           DISPLAY "Certificates paid out: " WS-PAYOUT-COUNT
           DISPLAY "Exceptions           : " WS-EXCEPT-COUNT
           IF WS-PREVIEW = 'Y' AND WS-DUE-COUNT > 0
               DISPLAY "Review register written to cdpreview.txt"
           END-IF
           GOBACK.

      *> Under the end-of-day chain the step card's mode is used:
      *> 2 is a preview, anything else the live run. A preview works
      *> each matured certificate the way the live run would but only
      *> lists the payouts in cdpreview.txt; no certificate is
      *> renewed or closed and cdregister.txt is not written.
       CHECK-AUTO-STEP.
           MOVE 'N' TO WS-AUTO-MODE
           OPEN INPUT EOD-STEP
           IF WS-EODSTEP-STATUS NOT = "35"
               READ EOD-STEP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EOD-STEP-PROGRAM = "CdMaturity"
                           MOVE 'Y' TO WS-AUTO-MODE
                       END-IF
               END-READ
               CLOSE EOD-STEP
           END-IF.

      *> Postings carry the bank business date from bizdate.dat, not
      *> the wall clock, so a catch-up run still posts to the right
      *> day. A missing bizdate.dat falls back to the system date.
               INVALID KEY
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE "NO LONGER ON FILE" TO WS-REG-TEXT
                   MOVE "EXCEPTN" TO PRV-TXN-TYPE
                   PERFORM WRITE-REGISTER-LINE
               NOT INVALID KEY
                   IF ACCT-RENEW-INSTR = 'P'
       RENEW-CD.
           MOVE ACCT-MATURITY-DATE TO ACCT-ISSUE-DATE
           PERFORM COMPUTE-MATURITY-DATE
           IF WS-PREVIEW NOT = 'Y'
               REWRITE ACCOUNT-FILE
           END-IF
           ADD 1 TO WS-RENEW-COUNT
           MOVE SPACES TO WS-REG-TEXT
           STRING "RENEWED TO " DELIMITED BY SIZE
               ACCT-MATURITY-DATE DELIMITED BY SIZE
               INTO WS-REG-TEXT
           MOVE "RENEWAL" TO PRV-TXN-TYPE
           PERFORM WRITE-REGISTER-LINE
           IF WS-PREVIEW = 'Y'
               DISPLAY "Certificate " WS-CD-ACCT " would renew to "
                   ACCT-MATURITY-DATE
           ELSE
               DISPLAY "Certificate " WS-CD-ACCT " renewed to "
                   ACCT-MATURITY-DATE
           END-IF.

       PAY-OUT-CD.
           MOVE ACCOUNT-BALANCE TO WS-CD-AMOUNT
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE "DISBURSEMENT ACCOUNT UNAVAILABLE"
                   TO WS-REG-TEXT
               MOVE "EXCEPTN" TO PRV-TXN-TYPE
               PERFORM WRITE-REGISTER-LINE
               DISPLAY "Certificate " WS-CD-ACCT " not paid out - "
                   "disbursement account unavailable"
           ELSE IF WS-PREVIEW = 'Y'
               PERFORM PREVIEW-PAYOUT-LINES
               ADD 1 TO WS-PAYOUT-COUNT
           ELSE
               MOVE WS-CD-ACCT TO ACCOUNT-NUM
               READ ACCOUNT
               MOVE 0 TO ACCOUNT-BALANCE
               MOVE 'C' TO ACCOUNT-STATUS
               MOVE WS-TODAY TO ACCT-CLOSE-DATE
               REWRITE ACCOUNT-FILE
               MOVE "CDPAYOUT" TO LOG-TXN-TYPE
               MOVE WS-CD-AMOUNT TO LOG-AMOUNT
                   WS-CD-LINK
           END-IF.

      *> The certificate is closed out for its balance and the same
      *> amount lands in the disbursement account.
       PREVIEW-PAYOUT-LINES.
           MOVE WS-CD-ACCT TO ACCOUNT-NUM
           READ ACCOUNT
           MOVE ACCT-CONTRACT-RATE TO WS-RATE-DISPLAY
           MOVE WS-CD-ACCT TO PRV-ACCOUNT
           MOVE "CDPAYOUT" TO PRV-TXN-TYPE
           MOVE WS-CD-AMOUNT TO PRV-POST-AMOUNT
           MOVE SPACES TO PRV-RULE
           STRING "MATURED " DELIMITED BY SIZE
               ACCT-MATURITY-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
               "% - PAY OUT TO " DELIMITED BY SIZE
               WS-CD-LINK DELIMITED BY SIZE
               INTO PRV-RULE
           PERFORM WRITE-PREVIEW-LINE
           MOVE WS-CD-LINK TO PRV-ACCOUNT
           MOVE "CDPAYIN" TO PRV-TXN-TYPE
           MOVE SPACES TO PRV-RULE
           STRING "PROCEEDS OF MATURED CD " DELIMITED BY SIZE
               WS-CD-ACCT DELIMITED BY SIZE
               INTO PRV-RULE
           PERFORM WRITE-PREVIEW-LINE
           DISPLAY "Certificate " WS-CD-ACCT " would be paid out to "
               WS-CD-LINK.

       CHECK-PAYOUT-TARGET.
           MOVE 'N' TO WS-PAY-OK
           IF WS-CD-LINK > 0
               (WS-MAT-YEAR * 100 + WS-MAT-MONTH) * 100
               + WS-MAT-DAY.

      *> A preview lists the register entry instead. Renewals and
      *> exceptions post nothing, so they appear at zero under the
      *> PRV-TXN-TYPE the caller set (RENEWAL or EXCEPTN) and every
      *> certificate the live run would touch is on the register.
       WRITE-REGISTER-LINE.
           IF WS-PREVIEW = 'Y'
               MOVE WS-CD-ACCT TO PRV-ACCOUNT
               MOVE 0 TO PRV-POST-AMOUNT
               MOVE WS-REG-TEXT TO PRV-RULE
               PERFORM WRITE-PREVIEW-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REG-LINE
           STRING WS-TODAY DELIMITED BY SIZE
               " CD " DELIMITED BY SIZE
               MOVE "CD MATURITY PROCEEDS" TO LOG-DESC
           END-IF
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
           STRING "CD MATURITY PREVIEW - NOTHING POSTED"
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
       END PROGRAM CdMaturity.
