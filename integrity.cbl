       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT LINKED-ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-ACCOUNT-NUM
               FILE STATUS IS WS-LNK-STATUS.
           SELECT CUSTOMER ASSIGN TO 'customers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUM
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'holds.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO 'stanord.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT OUTBOUND-REG ASSIGN TO 'outreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTREG-STATUS.
           SELECT INTEGRITY-EXCEPTIONS ASSIGN TO 'integexc.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IXC-KEY
               FILE STATUS IS WS-IXC-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO 'integrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

      *> Second look at accounts.txt for the account a link points
      *> at, so the pass through the file keeps its place. Only the
      *> key, type and status are needed; positions as ACCTREC.cpy.
       FD LINKED-ACCOUNT.
       01 LINKED-ACCOUNT-REC.
           05 LNK-ACCOUNT-NUM PIC 9(5).
           05 FILLER          PIC X(50).
           05 LNK-TYPE        PIC X(1).
           05 LNK-STATUS      PIC X(1).
           05 FILLER          PIC X(73).

       FD CUSTOMER.
       COPY "CUSTREC.cpy".

       FD OWNER-XREF.
       COPY "OWNERREC.cpy".

       FD HOLD-FILE.
       COPY "HOLDREC.cpy".

       FD STANDING-ORDERS.
       01 STANDING-ORDER-REC.
           05 SO-ORDER-NUM  PIC 9(5).
           05 SO-ACCOUNT    PIC 9(5).
           05 SO-TARGET     PIC 9(5).
           05 SO-AMOUNT     PIC 9(7)V99.
           05 SO-FREQUENCY  PIC X(1).
           05 SO-DAY        PIC 9(2).
           05 SO-START-DATE PIC 9(8).
           05 SO-END-DATE   PIC 9(8).
           05 SO-STATUS     PIC X(1).
           05 SO-LAST-RUN   PIC 9(8).
           05 SO-EXT-ROUTING PIC 9(9).
           05 SO-PAYEE-NAME PIC X(30).

       FD OUTBOUND-REG.
       COPY "OUTREG.cpy".

      *> Exceptions found by the sweep, keyed by rule and the thing
      *> at fault, so each night can tell a new exception from one
      *> already reported. An exception not found again is cleared.
      *> IXC-FIRST-SEEN is the business date it was first reported;
      *> IXC-SWEEP-STAMP is the date and time of the last sweep that
      *> found it, so a rerun on the same day clears what was fixed
      *> in between.
       FD INTEGRITY-EXCEPTIONS.
       01 INTEGRITY-EXC-REC.
           05 IXC-KEY.
               10 IXC-RULE    PIC X(3).
               10 IXC-SUBJECT PIC X(24).
           05 IXC-FIRST-SEEN PIC 9(8).
           05 IXC-LAST-SEEN  PIC 9(8).
           05 IXC-SWEEP-STAMP PIC X(16).
           05 IXC-DETAIL     PIC X(50).

       FD INTEGRITY-REPORT.
       01 INTEGRITY-REPORT-LINE PIC X(100).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-LNK-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-SO-STATUS PIC XX.
       01 WS-OUTREG-STATUS PIC XX.
       01 WS-IXC-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-STAMP PIC X(16).
       01 WS-CUST-OPEN PIC X VALUE 'N'.
       01 WS-FOUND PIC X VALUE 'N'.
      *> Result of looking up an account a record points at:
      *> M = missing, C = closed, F = frozen, O = usable.
       01 WS-LOOKUP-ACCT PIC 9(5).
       01 WS-LOOKUP-RESULT PIC X.
       01 WS-LOOKUP-TEXT PIC X(10).
      *> The exception being recorded.
       01 WS-EXC-RULE PIC X(3).
       01 WS-EXC-SUBJECT PIC X(24).
       01 WS-EXC-DETAIL PIC X(50).
      *> Rules, in report order.
       01 WS-RULE-COUNT PIC 9(2) VALUE 8.
       01 WS-RULE-IDX PIC 9(2).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 8 TIMES.
               10 WS-RULE-CODE  PIC X(3).
               10 WS-RULE-TITLE PIC X(56).
               10 WS-RULE-FOUND PIC 9(5) VALUE 0.
               10 WS-RULE-NEW   PIC 9(5) VALUE 0.
               10 WS-RULE-NOTE  PIC X(40).
       01 WS-TOTAL-FOUND PIC 9(5) VALUE 0.
       01 WS-TOTAL-NEW PIC 9(5) VALUE 0.
       01 WS-TOTAL-CLEARED PIC 9(5) VALUE 0.
       01 WS-RPT-LINE PIC X(100).
       01 WS-NEW-FLAG PIC X(4).
       01 WS-CNT-DISPLAY PIC ZZZZ9.
       01 WS-CNT-DISPLAY-2 PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Cross-File Integrity Sweep"
           PERFORM READ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-STAMP
           PERFORM SET-UP-RULES
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - nothing to check"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LINKED-ACCOUNT
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS = "35"
               MOVE 'N' TO WS-CUST-OPEN
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           PERFORM OPEN-EXCEPTION-FILE
           OPEN OUTPUT INTEGRITY-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CROSS-FILE INTEGRITY EXCEPTIONS FOR "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM CHECK-OWNER-XREF
           PERFORM CHECK-ACCOUNT-LINKS
           PERFORM CHECK-HOLDS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-OUTBOUND-ITEMS
           PERFORM CLEAR-RESOLVED-EXCEPTIONS
           PERFORM WRITE-RULE-SUMMARY
           CLOSE INTEGRITY-REPORT
           CLOSE INTEGRITY-EXCEPTIONS
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER
           END-IF
           CLOSE LINKED-ACCOUNT
           CLOSE ACCOUNT
           DISPLAY "Exceptions found  : " WS-TOTAL-FOUND
           DISPLAY "New since last run: " WS-TOTAL-NEW
           DISPLAY "Cleared since last: " WS-TOTAL-CLEARED
           DISPLAY "Report written to integrpt.txt"
           IF WS-TOTAL-NEW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

       SET-UP-RULES.
           MOVE "R01" TO WS-RULE-CODE(1)
           MOVE "OWNER ROW FOR AN ACCOUNT NOT ON ACCOUNTS.TXT"
               TO WS-RULE-TITLE(1)
           MOVE "R02" TO WS-RULE-CODE(2)
           MOVE "OWNER ROW FOR A CUSTOMER NOT ON CUSTOMERS.TXT"
               TO WS-RULE-TITLE(2)
           MOVE "R03" TO WS-RULE-CODE(3)
           MOVE "ACCOUNT CUSTOMER-NUM NOT ON CUSTOMERS.TXT"
               TO WS-RULE-TITLE(3)
           MOVE "R04" TO WS-RULE-CODE(4)
           MOVE "OVERDRAFT LINK TO A CLOSED OR MISSING ACCOUNT"
               TO WS-RULE-TITLE(4)
           MOVE "R05" TO WS-RULE-CODE(5)
           MOVE "CD PAYOUT LINK TO A CLOSED OR MISSING ACCOUNT"
               TO WS-RULE-TITLE(5)
           MOVE "R06" TO WS-RULE-CODE(6)
           MOVE "UNRELEASED HOLD ON A CLOSED OR MISSING ACCOUNT"
               TO WS-RULE-TITLE(6)
           MOVE "R07" TO WS-RULE-CODE(7)
           MOVE "ACTIVE STANDING ORDER ON A CLOSED/FROZEN ACCOUNT"
               TO WS-RULE-TITLE(7)
           MOVE "R08" TO WS-RULE-CODE(8)
           MOVE "OUTSTANDING OUTBOUND ITEM FOR A CLOSED ACCOUNT"
               TO WS-RULE-TITLE(8)
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE SPACES TO WS-RULE-NOTE(WS-RULE-IDX)
           END-PERFORM.

       OPEN-EXCEPTION-FILE.
           OPEN INPUT INTEGRITY-EXCEPTIONS
           IF WS-IXC-STATUS = "35"
               OPEN OUTPUT INTEGRITY-EXCEPTIONS
           END-IF
           CLOSE INTEGRITY-EXCEPTIONS
           OPEN I-O INTEGRITY-EXCEPTIONS.

      *> Sets WS-LOOKUP-RESULT for WS-LOOKUP-ACCT.
       LOOK-UP-ACCOUNT.
           MOVE WS-LOOKUP-ACCT TO LNK-ACCOUNT-NUM
           READ LINKED-ACCOUNT
               INVALID KEY
                   MOVE 'M' TO WS-LOOKUP-RESULT
                   MOVE "MISSING" TO WS-LOOKUP-TEXT
                   EXIT PARAGRAPH
           END-READ
           IF LNK-STATUS = 'C'
               MOVE 'C' TO WS-LOOKUP-RESULT
               MOVE "CLOSED" TO WS-LOOKUP-TEXT
           ELSE IF LNK-STATUS = 'F'
               MOVE 'F' TO WS-LOOKUP-RESULT
               MOVE "FROZEN" TO WS-LOOKUP-TEXT
           ELSE
               MOVE 'O' TO WS-LOOKUP-RESULT
               MOVE "OPEN" TO WS-LOOKUP-TEXT
           END-IF.

      *> Rules 1 and 2: every acctowners.txt row must point at an
      *> account and a customer that are on file.
       CHECK-OWNER-XREF.
           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-STATUS = "35"
               MOVE 'Y' TO WS-EOF
               MOVE "NO ACCTOWNERS.TXT - NOT CHECKED"
                   TO WS-RULE-NOTE(1)
               MOVE "NO ACCTOWNERS.TXT - NOT CHECKED"
                   TO WS-RULE-NOTE(2)
           END-IF
           IF WS-CUST-OPEN NOT = 'Y'
               MOVE "NO CUSTOMERS.TXT - NOT CHECKED"
                   TO WS-RULE-NOTE(2)
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-XREF
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-OWNER-ROW
               END-READ
           END-PERFORM
           IF WS-OWNER-STATUS NOT = "35"
               CLOSE OWNER-XREF
           END-IF.

       CHECK-ONE-OWNER-ROW.
           MOVE SPACES TO WS-EXC-SUBJECT
           STRING "ACCT " DELIMITED BY SIZE
               OWN-ACCOUNT-NUM DELIMITED BY SIZE
               " CUST " DELIMITED BY SIZE
               OWN-CUSTOMER-NUM DELIMITED BY SIZE
               INTO WS-EXC-SUBJECT
           MOVE OWN-ACCOUNT-NUM TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-LOOKUP-RESULT = 'M'
               MOVE 1 TO WS-RULE-IDX
               MOVE "ACCOUNT IS NOT ON FILE" TO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION
           END-IF
           IF WS-CUST-OPEN = 'Y'
               MOVE OWN-CUSTOMER-NUM TO CUST-NUM
               READ CUSTOMER
                   INVALID KEY
                       MOVE 2 TO WS-RULE-IDX
                       MOVE "CUSTOMER IS NOT ON FILE" TO WS-EXC-DETAIL
                       PERFORM RECORD-EXCEPTION
               END-READ
           END-IF.

      *> Rules 3, 4 and 5 take each account in turn. A closed account
      *> keeps its links as history, so only accounts still in use
      *> have their links checked.
       CHECK-ACCOUNT-LINKS.
           IF WS-CUST-OPEN NOT = 'Y'
               MOVE "NO CUSTOMERS.TXT - NOT CHECKED"
                   TO WS-RULE-NOTE(3)
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
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           MOVE SPACES TO WS-EXC-SUBJECT
           STRING "ACCT " DELIMITED BY SIZE
               ACCOUNT-NUM DELIMITED BY SIZE
               INTO WS-EXC-SUBJECT
           IF CUSTOMER-NUM > 0 AND WS-CUST-OPEN = 'Y'
               MOVE CUSTOMER-NUM TO CUST-NUM
               READ CUSTOMER
                   INVALID KEY
                       MOVE 3 TO WS-RULE-IDX
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING "CUSTOMER " DELIMITED BY SIZE
                           CUSTOMER-NUM DELIMITED BY SIZE
                           " IS NOT ON FILE" DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
                       PERFORM RECORD-EXCEPTION
               END-READ
           END-IF
           IF ACCOUNT-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE = 'T'
               PERFORM CHECK-CD-PAYOUT-LINK
           ELSE IF OVERDRAFT-LINK > 0
               MOVE OVERDRAFT-LINK TO WS-LOOKUP-ACCT
               PERFORM LOOK-UP-ACCOUNT
               IF WS-LOOKUP-RESULT = 'M' OR WS-LOOKUP-RESULT = 'C'
                   MOVE 4 TO WS-RULE-IDX
                   PERFORM DESCRIBE-LINK
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

      *> A CD that pays out at maturity needs a live account to pay
      *> to; one that renews only needs its link if it has one.
       CHECK-CD-PAYOUT-LINK.
           IF OVERDRAFT-LINK = 0
               IF ACCT-RENEW-INSTR = 'P'
                   MOVE 5 TO WS-RULE-IDX
                   MOVE "PAYS OUT AT MATURITY BUT HAS NO PAYOUT ACCOUNT"
                       TO WS-EXC-DETAIL
                   PERFORM RECORD-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE OVERDRAFT-LINK TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-LOOKUP-RESULT = 'M' OR WS-LOOKUP-RESULT = 'C'
               MOVE 5 TO WS-RULE-IDX
               PERFORM DESCRIBE-LINK
               PERFORM RECORD-EXCEPTION
           END-IF.

       DESCRIBE-LINK.
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "LINKED ACCOUNT " DELIMITED BY SIZE
               WS-LOOKUP-ACCT DELIMITED BY SIZE
               " IS " DELIMITED BY SIZE
               WS-LOOKUP-TEXT DELIMITED BY SPACE
               INTO WS-EXC-DETAIL.

      *> Rule 6: a hold still working against an account that is
      *> closed or gone can never be released by a debit path.
       CHECK-HOLDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLD-STATUS = 'H'
                           PERFORM CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       CHECK-ONE-HOLD.
           MOVE HOLD-ACCOUNT-NUM TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-LOOKUP-RESULT = 'M' OR WS-LOOKUP-RESULT = 'C'
               MOVE 6 TO WS-RULE-IDX
               MOVE SPACES TO WS-EXC-SUBJECT
               STRING "ACCT " DELIMITED BY SIZE
                   HOLD-ACCOUNT-NUM DELIMITED BY SIZE
                   " HOLD " DELIMITED BY SIZE
                   HOLD-DATE DELIMITED BY SIZE
                   INTO WS-EXC-SUBJECT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "ACCOUNT " DELIMITED BY SIZE
                   WS-LOOKUP-TEXT DELIMITED BY SPACE
                   " - HOLD REASON " DELIMITED BY SIZE
                   HOLD-REASON DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   HOLD-AMOUNT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION
           END-IF.

      *> Rule 7: an active order will fail every time it comes due
      *> if the paying account is closed or frozen, or an internal
      *> target account is closed or gone.
       CHECK-STANDING-ORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STANDING-ORDERS
           IF WS-SO-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDING-ORDERS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SO-STATUS = 'A'
                           PERFORM CHECK-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SO-STATUS NOT = "35"
               CLOSE STANDING-ORDERS
           END-IF.

       CHECK-ONE-ORDER.
           MOVE 7 TO WS-RULE-IDX
           MOVE SPACES TO WS-EXC-SUBJECT
           STRING "ORDER " DELIMITED BY SIZE
               SO-ORDER-NUM DELIMITED BY SIZE
               INTO WS-EXC-SUBJECT
           MOVE SO-ACCOUNT TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-LOOKUP-RESULT NOT = 'O'
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "PAYING ACCOUNT " DELIMITED BY SIZE
                   SO-ACCOUNT DELIMITED BY SIZE
                   " IS " DELIMITED BY SIZE
                   WS-LOOKUP-TEXT DELIMITED BY SPACE
                   INTO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF SO-EXT-ROUTING = 0
               MOVE SO-TARGET TO WS-LOOKUP-ACCT
               PERFORM LOOK-UP-ACCOUNT
               IF WS-LOOKUP-RESULT = 'M' OR WS-LOOKUP-RESULT = 'C'
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "TARGET ACCOUNT " DELIMITED BY SIZE
                       SO-TARGET DELIMITED BY SIZE
                       " IS " DELIMITED BY SIZE
                       WS-LOOKUP-TEXT DELIMITED BY SPACE
                       INTO WS-EXC-DETAIL
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

      *> Rule 8: a returned item for a closed account has nowhere to
      *> be re-credited.
       CHECK-OUTBOUND-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT OUTBOUND-REG
           IF WS-OUTREG-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOUND-REG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OBR-STATUS = 'O'
                           PERFORM CHECK-ONE-OUTBOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OUTREG-STATUS NOT = "35"
               CLOSE OUTBOUND-REG
           END-IF.

       CHECK-ONE-OUTBOUND.
           MOVE OBR-ACCOUNT TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-LOOKUP-RESULT = 'M' OR WS-LOOKUP-RESULT = 'C'
               MOVE 8 TO WS-RULE-IDX
               MOVE SPACES TO WS-EXC-SUBJECT
               STRING "TRACE " DELIMITED BY SIZE
                   OBR-TRACE DELIMITED BY SIZE
                   INTO WS-EXC-SUBJECT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "ACCOUNT " DELIMITED BY SIZE
                   OBR-ACCOUNT DELIMITED BY SIZE
                   " IS " DELIMITED BY SIZE
                   WS-LOOKUP-TEXT DELIMITED BY SPACE
                   " - SENT " DELIMITED BY SIZE
                   OBR-DATE DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION
           END-IF.

      *> Files the exception under rule WS-RULE-IDX, new if no
      *> earlier business day's sweep found it. Each file is read
      *> once, so the report is put together by rule from the
      *> exception file at the end.
       RECORD-EXCEPTION.
           MOVE WS-RULE-CODE(WS-RULE-IDX) TO IXC-RULE
           MOVE WS-EXC-SUBJECT TO IXC-SUBJECT
           READ INTEGRITY-EXCEPTIONS
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND = 'Y' AND IXC-SWEEP-STAMP = WS-RUN-STAMP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-FOUND(WS-RULE-IDX)
           ADD 1 TO WS-TOTAL-FOUND
           MOVE WS-EXC-DETAIL TO IXC-DETAIL
           MOVE WS-TODAY TO IXC-LAST-SEEN
           MOVE WS-RUN-STAMP TO IXC-SWEEP-STAMP
           IF WS-FOUND = 'Y'
               IF IXC-FIRST-SEEN = WS-TODAY
                   ADD 1 TO WS-RULE-NEW(WS-RULE-IDX)
                   ADD 1 TO WS-TOTAL-NEW
               END-IF
               REWRITE INTEGRITY-EXC-REC
           ELSE
               MOVE WS-RULE-CODE(WS-RULE-IDX) TO IXC-RULE
               MOVE WS-EXC-SUBJECT TO IXC-SUBJECT
               MOVE WS-TODAY TO IXC-FIRST-SEEN
               WRITE INTEGRITY-EXC-REC
               ADD 1 TO WS-RULE-NEW(WS-RULE-IDX)
               ADD 1 TO WS-TOTAL-NEW
           END-IF.

      *> Whatever was not found tonight has been put right.
       CLEAR-RESOLVED-EXCEPTIONS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO IXC-KEY
           START INTEGRITY-EXCEPTIONS KEY IS NOT LESS THAN IXC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ INTEGRITY-EXCEPTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IXC-SWEEP-STAMP NOT = WS-RUN-STAMP
                           DELETE INTEGRITY-EXCEPTIONS RECORD
                           ADD 1 TO WS-TOTAL-CLEARED
                       END-IF
               END-READ
           END-PERFORM.

      *> The exception file is in rule order, so one pass prints each
      *> rule's exceptions under its heading with its counts.
       WRITE-RULE-SUMMARY.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM WRITE-ONE-RULE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-FOUND TO WS-CNT-DISPLAY
           MOVE WS-TOTAL-NEW TO WS-CNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL EXCEPTIONS " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               "   NEW " DELIMITED BY SIZE
               WS-CNT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-CLEARED TO WS-CNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLEARED SINCE THE LAST SWEEP " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-RULE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RULE-FOUND(WS-RULE-IDX) TO WS-CNT-DISPLAY
           MOVE WS-RULE-NEW(WS-RULE-IDX) TO WS-CNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RULE-CODE(WS-RULE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RULE-TITLE(WS-RULE-IDX) DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               " NEW " DELIMITED BY SIZE
               WS-CNT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE
           IF WS-RULE-NOTE(WS-RULE-IDX) NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " DELIMITED BY SIZE
                   WS-RULE-NOTE(WS-RULE-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-RULE-FOUND(WS-RULE-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-RULE-CODE(WS-RULE-IDX) TO IXC-RULE
           MOVE LOW-VALUES TO IXC-SUBJECT
           START INTEGRITY-EXCEPTIONS KEY IS NOT LESS THAN IXC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ INTEGRITY-EXCEPTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IXC-RULE NOT = WS-RULE-CODE(WS-RULE-IDX)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           IF IXC-FIRST-SEEN = WS-TODAY
               MOVE "NEW" TO WS-NEW-FLAG
           ELSE
               MOVE SPACES TO WS-NEW-FLAG
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-NEW-FLAG DELIMITED BY SIZE
               IXC-SUBJECT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IXC-DETAIL DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE FROM WS-RPT-LINE.
       END PROGRAM IntegritySweep.
