       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositInsurance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER ASSIGN TO 'customers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUM
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT INSURANCE-CONTROL ASSIGN TO 'insctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSCTL-STATUS.
           SELECT COVERAGE-REPORT ASSIGN TO 'inscoverage.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD CUSTOMER.
       COPY "CUSTREC.cpy".

       FD OWNER-XREF.
       COPY "OWNERREC.cpy".

      *> Insured limit per depositor per ownership category.
       FD INSURANCE-CONTROL.
       01 INSURANCE-CONTROL-REC.
           05 CTL-INSURED-LIMIT PIC 9(9)V99.

       FD COVERAGE-REPORT.
       01 COVERAGE-REPORT-LINE PIC X(100).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-INSCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-CUST-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OWNER-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-LIMIT PIC 9(9)V99 VALUE 250000.00.
       01 WS-OWN-COUNT PIC 9(4) VALUE 0.
       01 WS-OWN-IDX PIC 9(4).
       01 WS-OWN-OVERFLOW PIC X VALUE 'N'.
       01 WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 2000 TIMES.
               10 WS-OWN-ACCT PIC 9(5) VALUE 0.
               10 WS-OWN-CUST PIC 9(5) VALUE 0.
               10 WS-OWN-FLAG PIC X(1).
      *> Per-customer deposit totals by ownership category.
       01 WS-DEP-COUNT PIC 9(4) VALUE 0.
       01 WS-DEP-IDX PIC 9(4).
       01 WS-DEP-HIT PIC 9(4).
       01 WS-DEP-OVERFLOW PIC X VALUE 'N'.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 1000 TIMES.
               10 WS-DEP-CUST   PIC 9(5) VALUE 0.
               10 WS-DEP-SINGLE PIC 9(11)V99 VALUE 0.
               10 WS-DEP-JOINT  PIC 9(11)V99 VALUE 0.
       01 WS-ACCT-OWNERS PIC 9(2).
       01 WS-OWNER-SEEN PIC 9(2).
       01 WS-SHARE PIC 9(9)V99.
       01 WS-SHARE-GIVEN PIC 9(9)V99.
       01 WS-POST-CUST PIC 9(5).
       01 WS-POST-AMOUNT PIC 9(9)V99.
       01 WS-POST-CATEGORY PIC X(1).
      *> Coverage of one customer's category.
       01 WS-CAT-NAME PIC X(6).
       01 WS-CAT-BALANCE PIC 9(11)V99.
       01 WS-CAT-INSURED PIC 9(11)V99.
       01 WS-CAT-UNINSURED PIC 9(11)V99.
       01 WS-SINGLE-UNINS PIC 9(11)V99.
       01 WS-JOINT-UNINS PIC 9(11)V99.
       01 WS-CUST-NAME PIC X(30).
      *> Grand totals.
       01 WS-ACCT-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEPOSITS PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-INSURED PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-UNINSURED PIC 9(13)V99 VALUE 0.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.
       01 WS-RPT-LINE PIC X(100).
       01 WS-AMT-DISPLAY PIC Z(10)9.99.
       01 WS-INS-DISPLAY PIC Z(10)9.99.
       01 WS-UNINS-DISPLAY PIC Z(10)9.99.
       01 WS-TOTAL-DISPLAY PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Deposit Insurance Coverage Report"
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-INSURANCE-CONTROL
           PERFORM LOAD-OWNER-XREF
           IF WS-OWN-OVERFLOW = 'Y'
               DISPLAY "More than 2000 ownership records - report "
                   "refused so no owner's share is left out"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to report"
               GOBACK
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
                       PERFORM ATTRIBUTE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT
           IF WS-DEP-OVERFLOW = 'Y'
               DISPLAY "More than 1000 depositors - report refused "
                   "so no depositor is left out"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS = "35"
               MOVE 'N' TO WS-CUST-OPEN
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           PERFORM WRITE-COVERAGE-REPORT
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER
           END-IF
           DISPLAY "Deposit accounts       : " WS-ACCT-COUNT
           DISPLAY "Depositors             : " WS-DEP-COUNT
           DISPLAY "Depositors over limit  : " WS-OVER-COUNT
           MOVE WS-TOTAL-UNINSURED TO WS-TOTAL-DISPLAY
           DISPLAY "Uninsured deposits     : " WS-TOTAL-DISPLAY
           DISPLAY "Report written to inscoverage.txt"
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

       READ-INSURANCE-CONTROL.
           OPEN INPUT INSURANCE-CONTROL
           IF WS-INSCTL-STATUS = "35"
               DISPLAY "No insctl.dat found - using default limit"
           ELSE
               READ INSURANCE-CONTROL
               MOVE CTL-INSURED-LIMIT TO WS-LIMIT
               CLOSE INSURANCE-CONTROL
           END-IF.

       LOAD-OWNER-XREF.
           MOVE 0 TO WS-OWN-COUNT
           MOVE 'N' TO WS-OWNER-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-STATUS = "35"
               MOVE 'Y' TO WS-OWNER-EOF
           END-IF
           PERFORM UNTIL WS-OWNER-EOF = 'Y'
               READ OWNER-XREF
                   AT END
                       MOVE 'Y' TO WS-OWNER-EOF
                   NOT AT END
                       IF WS-OWN-COUNT < 2000
                           ADD 1 TO WS-OWN-COUNT
                           MOVE OWN-ACCOUNT-NUM
                               TO WS-OWN-ACCT(WS-OWN-COUNT)
                           MOVE OWN-CUSTOMER-NUM
                               TO WS-OWN-CUST(WS-OWN-COUNT)
                           MOVE OWN-PRIMARY
                               TO WS-OWN-FLAG(WS-OWN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OWN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OWNER-STATUS NOT = "35"
               CLOSE OWNER-XREF
           END-IF.

      *> Loans are not deposits, and an overdrawn balance insures
      *> nothing. An account with one owner on the xref (or none,
      *> where the account predates joint ownership and CUSTOMER-NUM
      *> is the owner) is single ownership; with several owners each
      *> takes an equal share into joint ownership, the last owner
      *> taking any odd cent so the shares add back to the balance.
       ATTRIBUTE-ONE-ACCOUNT.
           IF ACCOUNT-TYPE = 'L' OR ACCOUNT-STATUS = 'C'
               OR ACCOUNT-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           ADD ACCOUNT-BALANCE TO WS-TOTAL-DEPOSITS
           MOVE 0 TO WS-ACCT-OWNERS
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) = ACCOUNT-NUM
                   ADD 1 TO WS-ACCT-OWNERS
               END-IF
           END-PERFORM
           IF WS-ACCT-OWNERS = 0
               MOVE CUSTOMER-NUM TO WS-POST-CUST
               MOVE ACCOUNT-BALANCE TO WS-POST-AMOUNT
               MOVE 'S' TO WS-POST-CATEGORY
               PERFORM ADD-TO-DEPOSITOR
           ELSE
               COMPUTE WS-SHARE = ACCOUNT-BALANCE / WS-ACCT-OWNERS
               MOVE 0 TO WS-OWNER-SEEN
               MOVE 0 TO WS-SHARE-GIVEN
               PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
                   IF WS-OWN-ACCT(WS-OWN-IDX) = ACCOUNT-NUM
                       PERFORM ATTRIBUTE-ONE-OWNER
                   END-IF
               END-PERFORM
           END-IF.

       ATTRIBUTE-ONE-OWNER.
           ADD 1 TO WS-OWNER-SEEN
           MOVE WS-OWN-CUST(WS-OWN-IDX) TO WS-POST-CUST
           IF WS-OWNER-SEEN = WS-ACCT-OWNERS
               COMPUTE WS-POST-AMOUNT =
                   ACCOUNT-BALANCE - WS-SHARE-GIVEN
           ELSE
               MOVE WS-SHARE TO WS-POST-AMOUNT
               ADD WS-SHARE TO WS-SHARE-GIVEN
           END-IF
           IF WS-ACCT-OWNERS = 1
               MOVE 'S' TO WS-POST-CATEGORY
           ELSE
               MOVE 'J' TO WS-POST-CATEGORY
           END-IF
           PERFORM ADD-TO-DEPOSITOR.

       ADD-TO-DEPOSITOR.
           MOVE 0 TO WS-DEP-HIT
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-CUST(WS-DEP-IDX) = WS-POST-CUST
                   MOVE WS-DEP-IDX TO WS-DEP-HIT
               END-IF
           END-PERFORM
           IF WS-DEP-HIT = 0
               IF WS-DEP-COUNT < 1000
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-HIT
                   MOVE WS-POST-CUST TO WS-DEP-CUST(WS-DEP-HIT)
               ELSE
                   MOVE 'Y' TO WS-DEP-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-POST-CATEGORY = 'S'
               ADD WS-POST-AMOUNT TO WS-DEP-SINGLE(WS-DEP-HIT)
           ELSE
               ADD WS-POST-AMOUNT TO WS-DEP-JOINT(WS-DEP-HIT)
           END-IF.

      *> Every depositor's categories are insured up to the limit
      *> each and counted in the grand totals; only depositors with
      *> uninsured dollars in some category are listed.
       WRITE-COVERAGE-REPORT.
           OPEN OUTPUT COVERAGE-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEPOSIT INSURANCE COVERAGE AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LIMIT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "INSURED LIMIT PER DEPOSITOR PER CATEGORY "
               DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CUST  NAME" TO WS-RPT-LINE
           MOVE "CATEGORY" TO WS-RPT-LINE(38:8)
           MOVE "BALANCE" TO WS-RPT-LINE(52:7)
           MOVE "INSURED" TO WS-RPT-LINE(67:7)
           MOVE "UNINSURED" TO WS-RPT-LINE(80:9)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM COVER-ONE-DEPOSITOR
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-DEPOSITS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL DEPOSITS         " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               "  IN " DELIMITED BY SIZE
               WS-ACCT-COUNT DELIMITED BY SIZE
               " ACCOUNTS" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-INSURED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL INSURED          " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-UNINSURED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL UNINSURED        " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEPOSITORS             " DELIMITED BY SIZE
               WS-DEP-COUNT DELIMITED BY SIZE
               "  OVER THE LIMIT " DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-TOTAL-DEPOSITS = WS-TOTAL-INSURED + WS-TOTAL-UNINSURED
               MOVE "INSURED PLUS UNINSURED PROVES TO TOTAL DEPOSITS"
                   TO WS-RPT-LINE
           ELSE
               MOVE "*** INSURED PLUS UNINSURED DOES NOT PROVE ***"
                   TO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE COVERAGE-REPORT.

       COVER-ONE-DEPOSITOR.
           MOVE WS-DEP-SINGLE(WS-DEP-IDX) TO WS-CAT-BALANCE
           PERFORM APPLY-LIMIT
           MOVE WS-CAT-UNINSURED TO WS-SINGLE-UNINS
           MOVE WS-DEP-JOINT(WS-DEP-IDX) TO WS-CAT-BALANCE
           PERFORM APPLY-LIMIT
           MOVE WS-CAT-UNINSURED TO WS-JOINT-UNINS
           IF WS-SINGLE-UNINS = 0 AND WS-JOINT-UNINS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVER-COUNT
           PERFORM GET-DEPOSITOR-NAME
           IF WS-DEP-SINGLE(WS-DEP-IDX) > 0
               MOVE "SINGLE" TO WS-CAT-NAME
               MOVE WS-DEP-SINGLE(WS-DEP-IDX) TO WS-CAT-BALANCE
               PERFORM WRITE-CATEGORY-LINE
               MOVE SPACES TO WS-CUST-NAME
           END-IF
           IF WS-DEP-JOINT(WS-DEP-IDX) > 0
               MOVE "JOINT" TO WS-CAT-NAME
               MOVE WS-DEP-JOINT(WS-DEP-IDX) TO WS-CAT-BALANCE
               PERFORM WRITE-CATEGORY-LINE
           END-IF.

      *> Insured is the lesser of the category balance and the
      *> limit; the grand totals take every category of every
      *> depositor, listed or not.
       APPLY-LIMIT.
           IF WS-CAT-BALANCE > WS-LIMIT
               MOVE WS-LIMIT TO WS-CAT-INSURED
           ELSE
               MOVE WS-CAT-BALANCE TO WS-CAT-INSURED
           END-IF
           COMPUTE WS-CAT-UNINSURED = WS-CAT-BALANCE - WS-CAT-INSURED
           ADD WS-CAT-INSURED TO WS-TOTAL-INSURED
           ADD WS-CAT-UNINSURED TO WS-TOTAL-UNINSURED.

       WRITE-CATEGORY-LINE.
           IF WS-CAT-BALANCE > WS-LIMIT
               MOVE WS-LIMIT TO WS-CAT-INSURED
           ELSE
               MOVE WS-CAT-BALANCE TO WS-CAT-INSURED
           END-IF
           COMPUTE WS-CAT-UNINSURED = WS-CAT-BALANCE - WS-CAT-INSURED
           MOVE WS-CAT-BALANCE TO WS-AMT-DISPLAY
           MOVE WS-CAT-INSURED TO WS-INS-DISPLAY
           MOVE WS-CAT-UNINSURED TO WS-UNINS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DEP-CUST(WS-DEP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UNINS-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       GET-DEPOSITOR-NAME.
           MOVE "CUSTOMER NOT ON FILE" TO WS-CUST-NAME
           IF WS-CUST-OPEN = 'Y'
               MOVE WS-DEP-CUST(WS-DEP-IDX) TO CUST-NUM
               READ CUSTOMER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUST-NAME
               END-READ
           END-IF.

       WRITE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE FROM WS-RPT-LINE.
       END PROGRAM DepositInsurance.
