       01 WS-SSN-MASKED    PIC X(9).
       01 WS-LOOKUP-NUM    PIC 9(5).
       01 WS-OPER-ID       PIC X(4).
       01 WS-OPER-BRANCH   PIC X(3) VALUE SPACES.
       01 WS-OPER-ROLE     PIC X(1).
       01 WS-SUP-ID        PIC X(4).
       01 WS-SUP-OK        PIC X VALUE 'N'.
       01 WS-FOUND-CUST    PIC 9(5) VALUE 0.
       01 WS-ENTRY-CUST    PIC 9(5) VALUE 0.
       01 WS-ENTRY-ADDRESS PIC X(40).
       01 WS-ENTRY-CITY    PIC X(20).
       01 WS-ENTRY-STATE   PIC X(2).
       01 WS-ENTRY-ZIP     PIC X(5).
       01 WS-ENTRY-ZIP4    PIC X(4).
       01 WS-ADDR-VALID    PIC X VALUE 'Y'.
       01 WS-ENTRY-PHONE   PIC X(10).
       01 WS-ENTRY-DOB     PIC 9(8) VALUE 0.
       01 WS-ENTRY-ODLINK  PIC 9(5) VALUE 0.
       01 WS-CREATE-OK     PIC X VALUE 'N'.
       01 WS-LOG-STATUS    PIC XX.
       01 WS-MAT-MONTH     PIC 9(2).
       01 WS-MAT-DAY       PIC 9(2).
       COPY "SIGNON.cpy".
       COPY "WATCHREQ.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF
           MOVE SGN-OPER-ID TO WS-OPER-ID
           MOVE SGN-ROLE TO WS-OPER-ROLE
           MOVE SGN-BRANCH TO WS-OPER-BRANCH.

      *> Full-SSN lookups are restricted to auditors and supervisors.
      *> An operator already signed on with the right role approves
           ACCEPT NAME OF ACCOUNT-ENTRY.
           DISPLAY "Enter SSN:".
           ACCEPT SSN OF ACCOUNT-ENTRY.
           DISPLAY "Enter Street Address:".
           ACCEPT WS-ENTRY-ADDRESS
           DISPLAY "Enter City:".
           ACCEPT WS-ENTRY-CITY
           DISPLAY "Enter State (2 letters):".
           ACCEPT WS-ENTRY-STATE
           DISPLAY "Enter ZIP Code (5 digits):".
           ACCEPT WS-ENTRY-ZIP
           DISPLAY "Enter ZIP+4 (blank for none):".
           MOVE SPACES TO WS-ENTRY-ZIP4
           ACCEPT WS-ENTRY-ZIP4
           DISPLAY "Enter Phone (10 digits):".
           ACCEPT WS-ENTRY-PHONE
           DISPLAY "Enter Date of Birth (YYYYMMDD):".
           ACCEPT WS-ENTRY-DOB
           MOVE SSN OF ACCOUNT-ENTRY TO WS-CHECK-SSN
           PERFORM CHECK-DUPLICATE-SSN
           IF WS-DUP-SSN = 'Y'
               MOVE WS-FOUND-CUST TO WS-ENTRY-CUST
               PERFORM LOAD-EXISTING-CUSTOMER
           ELSE
               PERFORM VALIDATE-NEW-ADDRESS
               IF WS-ADDR-VALID NOT = 'Y'
                   DISPLAY "Customer not created - key the account "
                       "again with a corrected address"
                   MOVE 0 TO WS-ENTRY-CUST
               ELSE
                   PERFORM SCREEN-NEW-CUSTOMER
                   IF WLS-RESULT = 'H'
                       DISPLAY WLS-MESSAGE
                       DISPLAY "Compliance item " WLS-ITEM-NUM
                           " - customer not created"
                       MOVE 0 TO WS-ENTRY-CUST
                   ELSE
                       PERFORM CREATE-CUSTOMER
                       MOVE WS-NEXT-CUST TO WS-ENTRY-CUST
                   END-IF
               END-IF
           END-IF.

      *> Same checks CustomerMaint applies to an address change,
      *> so a customer is never created with an address it would
      *> refuse.
       VALIDATE-NEW-ADDRESS.
           MOVE 'Y' TO WS-ADDR-VALID
           IF WS-ENTRY-ADDRESS = SPACES OR WS-ENTRY-CITY = SPACES
               DISPLAY "Street and city are required"
               MOVE 'N' TO WS-ADDR-VALID
           END-IF
           IF WS-ENTRY-STATE = SPACES
               OR WS-ENTRY-STATE IS NOT ALPHABETIC-UPPER
               DISPLAY "State must be two capital letters"
               MOVE 'N' TO WS-ADDR-VALID
           END-IF
           IF WS-ENTRY-ZIP IS NOT NUMERIC
               DISPLAY "ZIP code must be five digits"
               MOVE 'N' TO WS-ADDR-VALID
           END-IF
           IF WS-ENTRY-ZIP4 NOT = SPACES
               AND WS-ENTRY-ZIP4 IS NOT NUMERIC
               DISPLAY "ZIP+4 must be four digits"
               MOVE 'N' TO WS-ADDR-VALID
           END-IF.

      *> Every new customer name is screened against the sanctions
      *> watch list before the customer is created. A hit is queued
      *> for ComplianceReview and nothing is opened.
       SCREEN-NEW-CUSTOMER.
           MOVE "ACCTOPEN" TO WLS-SOURCE
           MOVE NAME OF ACCOUNT-ENTRY TO WLS-NAME
           MOVE 0 TO WLS-ACCOUNT-NUM
           MOVE 0 TO WLS-AMOUNT
           MOVE 0 TO WLS-ROUTING
           MOVE 0 TO WLS-EXT-ACCOUNT
           MOVE SPACES TO WLS-TRACE
           MOVE SSN OF ACCOUNT-ENTRY(6:4) TO WLS-SOURCE-REF
           MOVE SPACE TO WLS-DC-CODE
           MOVE WS-OPER-ID TO WLS-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WLS-DATE
           CALL 'WatchScreen' USING WLS-REQUEST
           IF WLS-RESULT = 'Y' AND WLS-MESSAGE NOT = SPACES
               DISPLAY WLS-MESSAGE
           END-IF.

       CREATE-CUSTOMER.
           MOVE NAME OF ACCOUNT-ENTRY TO CUST-NAME
           MOVE SSN OF ACCOUNT-ENTRY TO CUST-SSN
           MOVE WS-ENTRY-ADDRESS TO CUST-ADDRESS
           MOVE WS-ENTRY-CITY TO CUST-CITY
           MOVE WS-ENTRY-STATE TO CUST-STATE
           MOVE WS-ENTRY-ZIP TO CUST-ZIP
           MOVE WS-ENTRY-ZIP4 TO CUST-ZIP4
           MOVE WS-ENTRY-PHONE TO CUST-PHONE
           MOVE WS-ENTRY-DOB TO CUST-BIRTH-DATE
           MOVE SPACE TO CUST-MAIL-STATUS
           MOVE 0 TO CUST-RETURN-DATE
           OPEN I-O CUSTOMER
           WRITE CUSTOMER-REC
               INVALID KEY
           MOVE WS-ENTRY-PMT TO ACCT-PMT-AMOUNT
           MOVE WS-ENTRY-DUE TO ACCT-PMT-DUE-DATE
           MOVE WS-ENTRY-ODLIMIT TO ACCT-OD-LIMIT
           MOVE WS-OPER-BRANCH TO ACCT-BRANCH
           MOVE 0 TO ACCT-CLOSE-DATE
           IF ACCT-TYPE = 'T'
               PERFORM READ-BUSINESS-DATE
               MOVE WS-TODAY TO ACCT-ISSUE-DATE
               MOVE "OPENING DEPOSIT" TO LOG-DESC
           END-IF
           MOVE SPACES TO LOG-TRACE
           MOVE WS-OPER-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE ACCT-BRANCH TO LOG-BRANCH
           END-IF
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
           PERFORM MASK-SSN
           DISPLAY "SSN: " WS-SSN-MASKED.
           DISPLAY "Account Type: " ACCT-TYPE.
           DISPLAY "Home Branch: " ACCT-BRANCH.

       MASK-SSN.
           MOVE "XXXXX" TO WS-SSN-MASKED(1:5)
               MOVE NEW-ACCT-NAME TO NAME OF ACCOUNT-ENTRY
               MOVE NEW-ACCT-SSN TO SSN OF ACCOUNT-ENTRY
               MOVE SPACES TO WS-ENTRY-ADDRESS
               MOVE SPACES TO WS-ENTRY-CITY
               MOVE SPACES TO WS-ENTRY-STATE
               MOVE SPACES TO WS-ENTRY-ZIP
               MOVE SPACES TO WS-ENTRY-ZIP4
               MOVE SPACES TO WS-ENTRY-PHONE
               MOVE 0 TO WS-ENTRY-DOB
               PERFORM SCREEN-NEW-CUSTOMER
               IF WLS-RESULT = 'H'
                   DISPLAY FUNCTION TRIM(NEW-ACCT-NAME) ": "
                       WLS-MESSAGE
                   DISPLAY "Compliance item " WLS-ITEM-NUM
                       " - line skipped"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CREATE-CUSTOMER
               MOVE WS-NEXT-CUST TO WS-ENTRY-CUST
           END-IF
           MOVE 0 TO ACCT-PMT-AMOUNT
           MOVE 0 TO ACCT-PMT-DUE-DATE
           MOVE 0 TO ACCT-OD-LIMIT
           MOVE WS-OPER-BRANCH TO ACCT-BRANCH
           MOVE 0 TO ACCT-CLOSE-DATE
           OPEN I-O ACCOUNT
           WRITE ACCOUNT-FILE
               INVALID KEY
