       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER ASSIGN TO 'customers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUM
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT CUST-JOURNAL ASSIGN TO 'custjrnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJRNL-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO 'maintjrnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER.
       COPY "CUSTREC.cpy".

       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD OWNER-XREF.
       COPY "OWNERREC.cpy".

      *> Before-image/after-image journal for the customer master:
      *> one record per field change, with the signed-on operator.
       FD CUST-JOURNAL.
       01 CUST-JOURNAL-REC.
           05 CMJ-CUST-NUM  PIC 9(5).
           05 CMJ-FIELD     PIC X(8).
           05 CMJ-BEFORE    PIC X(40).
           05 CMJ-AFTER     PIC X(40).
           05 CMJ-DATE      PIC 9(8).
           05 CMJ-TIME      PIC 9(8).
           05 CMJ-OPERATOR  PIC X(4).

      *> Same account journal AccountMaint writes, so a name carried
      *> onto an account shows with the account's other changes.
       FD MAINT-JOURNAL.
       01 MAINT-JOURNAL-REC.
           05 MNT-ACCOUNT-NUM PIC 9(5).
           05 MNT-FIELD       PIC X(8).
           05 MNT-BEFORE      PIC X(30).
           05 MNT-AFTER       PIC X(30).
           05 MNT-DATE        PIC 9(8).
           05 MNT-TIME        PIC 9(8).
           05 MNT-OPERATOR    PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS PIC XX.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-CJRNL-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-CUST-NUM PIC 9(5).
       01 WS-CHOICE PIC 9.
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-NEW-NAME PIC X(30).
       01 WS-NEW-ADDRESS PIC X(40).
       01 WS-NEW-CITY PIC X(20).
       01 WS-NEW-STATE PIC X(2).
       01 WS-NEW-ZIP PIC X(5).
       01 WS-NEW-ZIP4 PIC X(4).
       01 WS-NEW-PHONE PIC X(10).
       01 WS-NEW-DOB PIC 9(8).
       01 WS-DOB-YEAR PIC 9(4).
       01 WS-DOB-MONTH PIC 9(2).
       01 WS-DOB-DAY PIC 9(2).
       01 WS-VALID PIC X VALUE 'N'.
       01 WS-CHANGE-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCT-UPDATED PIC 9(3) VALUE 0.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-ROLE PIC X(1).
       COPY "SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Customer Maintenance"
           PERFORM OPERATOR-SIGN-ON
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Enter customer number: "
           ACCEPT WS-CUST-NUM
           OPEN I-O CUSTOMER
           IF WS-CUST-STATUS = "35"
               DISPLAY "No customers.txt found"
           ELSE
               MOVE WS-CUST-NUM TO CUST-NUM
               READ CUSTOMER
                   INVALID KEY
                       DISPLAY "Customer not found"
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
           END-IF
           IF WS-FOUND = 'Y'
               PERFORM SHOW-CUSTOMER
               DISPLAY "1. Change name"
               DISPLAY "2. Change mailing address"
               DISPLAY "3. Change phone"
               DISPLAY "4. Change date of birth"
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 1
                   PERFORM CHANGE-NAME
               ELSE IF WS-CHOICE = 2
                   PERFORM CHANGE-ADDRESS
               ELSE IF WS-CHOICE = 3
                   PERFORM CHANGE-PHONE
               ELSE IF WS-CHOICE = 4
                   PERFORM CHANGE-BIRTH-DATE
               ELSE
                   DISPLAY "Invalid choice."
               END-IF
           END-IF.
           IF WS-CUST-STATUS NOT = "35"
               CLOSE CUSTOMER
           END-IF
           STOP RUN.

       SHOW-CUSTOMER.
           DISPLAY "Customer " CUST-NUM ": " FUNCTION TRIM(CUST-NAME)
           DISPLAY "Address : " FUNCTION TRIM(CUST-ADDRESS)
           DISPLAY "          " FUNCTION TRIM(CUST-CITY) ", "
               CUST-STATE " " CUST-ZIP " " CUST-ZIP4
           DISPLAY "Phone   : " CUST-PHONE
           DISPLAY "Born    : " CUST-BIRTH-DATE
           IF CUST-MAIL-STATUS = 'B'
               DISPLAY "** BAD ADDRESS - MAIL RETURNED "
                   CUST-RETURN-DATE " - MAIL IS HELD **"
           END-IF.

      *> The customer's name is also the NAME on every account they
      *> are primary owner of; a change here is carried onto those
      *> accounts so customers.txt and accounts.txt stay in step.
       CHANGE-NAME.
           DISPLAY "Enter new name: "
           ACCEPT WS-NEW-NAME
           IF WS-NEW-NAME = SPACES
               DISPLAY "Name cannot be blank - not changed"
           ELSE IF WS-NEW-NAME = CUST-NAME
               DISPLAY "Name is unchanged"
           ELSE
               MOVE "NAME" TO CMJ-FIELD
               MOVE CUST-NAME TO CMJ-BEFORE
               MOVE WS-NEW-NAME TO CMJ-AFTER
               PERFORM WRITE-CUST-JOURNAL
               MOVE WS-NEW-NAME TO CUST-NAME
               REWRITE CUSTOMER-REC
               DISPLAY "Name changed on customer " CUST-NUM
               PERFORM CARRY-NAME-TO-ACCOUNTS
               DISPLAY "Accounts renamed: " WS-ACCT-UPDATED
           END-IF.

      *> acctowners.txt lists every account the customer owns. On a
      *> joint account where this customer is only a co-owner the
      *> account NAME belongs to the primary owner and is left
      *> alone. Without the xref the primary CUSTOMER-NUM on each
      *> account is all there is to go on.
       CARRY-NAME-TO-ACCOUNTS.
           MOVE 0 TO WS-ACCT-UPDATED
           OPEN I-O ACCOUNT
           IF WS-ACCT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-STATUS = "35"
               PERFORM RENAME-BY-ACCOUNT-SCAN
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNER-XREF
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OWN-CUSTOMER-NUM = CUST-NUM
                               PERFORM RENAME-OWNED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF
           END-IF
           CLOSE ACCOUNT.

       RENAME-OWNED-ACCOUNT.
           MOVE OWN-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account " OWN-ACCOUNT-NUM
                       " in acctowners.txt not on file"
               NOT INVALID KEY
                   IF CUSTOMER-NUM = CUST-NUM
                       PERFORM RENAME-ONE-ACCOUNT
                   ELSE
                       DISPLAY "Account " ACCOUNT-NUM
                           " is joint - name stays with the primary "
                           "owner"
                   END-IF
           END-READ.

       RENAME-BY-ACCOUNT-SCAN.
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
                       IF CUSTOMER-NUM = CUST-NUM
                           PERFORM RENAME-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       RENAME-ONE-ACCOUNT.
           IF NAME NOT = CUST-NAME
               MOVE ACCOUNT-NUM TO MNT-ACCOUNT-NUM
               MOVE "NAME" TO MNT-FIELD
               MOVE NAME TO MNT-BEFORE
               MOVE CUST-NAME TO MNT-AFTER
               PERFORM WRITE-MAINT-JOURNAL
               MOVE CUST-NAME TO NAME
               REWRITE ACCOUNT-FILE
               ADD 1 TO WS-ACCT-UPDATED
               DISPLAY "Name changed on account " ACCOUNT-NUM
           END-IF.

      *> Street, city, state and ZIP are keyed together so a move is
      *> one transaction; each line that differs is journaled.
       CHANGE-ADDRESS.
           DISPLAY "Street address: "
           ACCEPT WS-NEW-ADDRESS
           DISPLAY "City: "
           ACCEPT WS-NEW-CITY
           DISPLAY "State (2 letters): "
           ACCEPT WS-NEW-STATE
           DISPLAY "ZIP code (5 digits): "
           ACCEPT WS-NEW-ZIP
           DISPLAY "ZIP+4 (blank for none): "
           MOVE SPACES TO WS-NEW-ZIP4
           ACCEPT WS-NEW-ZIP4
           MOVE 'Y' TO WS-VALID
           IF WS-NEW-ADDRESS = SPACES OR WS-NEW-CITY = SPACES
               DISPLAY "Street and city are required"
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-NEW-STATE = SPACES
               OR WS-NEW-STATE IS NOT ALPHABETIC-UPPER
               DISPLAY "State must be two capital letters"
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-NEW-ZIP IS NOT NUMERIC
               DISPLAY "ZIP code must be five digits"
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-NEW-ZIP4 NOT = SPACES AND WS-NEW-ZIP4 IS NOT NUMERIC
               DISPLAY "ZIP+4 must be four digits"
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-VALID NOT = 'Y'
               DISPLAY "Address not changed"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHANGE-COUNT
           IF WS-NEW-ADDRESS NOT = CUST-ADDRESS
               MOVE "STREET" TO CMJ-FIELD
               MOVE CUST-ADDRESS TO CMJ-BEFORE
               MOVE WS-NEW-ADDRESS TO CMJ-AFTER
               PERFORM WRITE-CUST-JOURNAL
               MOVE WS-NEW-ADDRESS TO CUST-ADDRESS
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-NEW-CITY NOT = CUST-CITY
               MOVE "CITY" TO CMJ-FIELD
               MOVE CUST-CITY TO CMJ-BEFORE
               MOVE WS-NEW-CITY TO CMJ-AFTER
               PERFORM WRITE-CUST-JOURNAL
               MOVE WS-NEW-CITY TO CUST-CITY
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-NEW-STATE NOT = CUST-STATE
               MOVE "STATE" TO CMJ-FIELD
               MOVE CUST-STATE TO CMJ-BEFORE
               MOVE WS-NEW-STATE TO CMJ-AFTER
               PERFORM WRITE-CUST-JOURNAL
               MOVE WS-NEW-STATE TO CUST-STATE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-NEW-ZIP NOT = CUST-ZIP OR WS-NEW-ZIP4 NOT = CUST-ZIP4
               MOVE "ZIP" TO CMJ-FIELD
               MOVE SPACES TO CMJ-BEFORE
               STRING CUST-ZIP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CUST-ZIP4 DELIMITED BY SIZE
                   INTO CMJ-BEFORE
               MOVE SPACES TO CMJ-AFTER
               STRING WS-NEW-ZIP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-ZIP4 DELIMITED BY SIZE
                   INTO CMJ-AFTER
               PERFORM WRITE-CUST-JOURNAL
               MOVE WS-NEW-ZIP TO CUST-ZIP
               MOVE WS-NEW-ZIP4 TO CUST-ZIP4
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-CHANGE-COUNT = 0
               DISPLAY "Address is unchanged"
           ELSE
               IF CUST-MAIL-STATUS = 'B'
                   MOVE "MAILSTAT" TO CMJ-FIELD
                   MOVE "B" TO CMJ-BEFORE
                   MOVE SPACES TO CMJ-AFTER
                   PERFORM WRITE-CUST-JOURNAL
                   MOVE SPACE TO CUST-MAIL-STATUS
                   MOVE 0 TO CUST-RETURN-DATE
                   DISPLAY "Bad-address flag cleared - mail resumes "
                       "with the next mail assembly"
               END-IF
               REWRITE CUSTOMER-REC
               DISPLAY "Address changed on customer " CUST-NUM
           END-IF.

       CHANGE-PHONE.
           DISPLAY "Phone (10 digits, blank to remove): "
           MOVE SPACES TO WS-NEW-PHONE
           ACCEPT WS-NEW-PHONE
           IF WS-NEW-PHONE NOT = SPACES AND WS-NEW-PHONE IS NOT NUMERIC
               DISPLAY "Phone must be ten digits - not changed"
           ELSE IF WS-NEW-PHONE = CUST-PHONE
               DISPLAY "Phone is unchanged"
           ELSE
               MOVE "PHONE" TO CMJ-FIELD
               MOVE CUST-PHONE TO CMJ-BEFORE
               MOVE WS-NEW-PHONE TO CMJ-AFTER
               PERFORM WRITE-CUST-JOURNAL
               MOVE WS-NEW-PHONE TO CUST-PHONE
               REWRITE CUSTOMER-REC
               DISPLAY "Phone changed on customer " CUST-NUM
           END-IF.

       CHANGE-BIRTH-DATE.
           DISPLAY "Date of birth (YYYYMMDD): "
           ACCEPT WS-NEW-DOB
           PERFORM VALIDATE-BIRTH-DATE
           IF WS-VALID NOT = 'Y'
               DISPLAY "Invalid date of birth - not changed"
           ELSE IF WS-NEW-DOB = CUST-BIRTH-DATE
               DISPLAY "Date of birth is unchanged"
           ELSE
               MOVE "BIRTHDT" TO CMJ-FIELD
               MOVE CUST-BIRTH-DATE TO CMJ-BEFORE
               MOVE WS-NEW-DOB TO CMJ-AFTER
               PERFORM WRITE-CUST-JOURNAL
               MOVE WS-NEW-DOB TO CUST-BIRTH-DATE
               REWRITE CUSTOMER-REC
               DISPLAY "Date of birth changed on customer " CUST-NUM
           END-IF.

       VALIDATE-BIRTH-DATE.
           MOVE 'Y' TO WS-VALID
           MOVE WS-NEW-DOB(1:4) TO WS-DOB-YEAR
           MOVE WS-NEW-DOB(5:2) TO WS-DOB-MONTH
           MOVE WS-NEW-DOB(7:2) TO WS-DOB-DAY
           IF WS-DOB-YEAR < 1900 OR WS-NEW-DOB > WS-TODAY
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-DOB-MONTH < 1 OR WS-DOB-MONTH > 12
               MOVE 'N' TO WS-VALID
           END-IF
           IF WS-DOB-DAY < 1 OR WS-DOB-DAY > 31
               MOVE 'N' TO WS-VALID
           END-IF.

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

       WRITE-CUST-JOURNAL.
           MOVE CUST-NUM TO CMJ-CUST-NUM
           MOVE WS-OPER-ID TO CMJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO CMJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO CMJ-TIME
           OPEN EXTEND CUST-JOURNAL
           IF WS-CJRNL-STATUS = "35"
               OPEN OUTPUT CUST-JOURNAL
           END-IF
           WRITE CUST-JOURNAL-REC
           CLOSE CUST-JOURNAL.

       WRITE-MAINT-JOURNAL.
           MOVE WS-OPER-ID TO MNT-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO MNT-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO MNT-TIME
           OPEN EXTEND MAINT-JOURNAL
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           WRITE MAINT-JOURNAL-REC
           CLOSE MAINT-JOURNAL.
       END PROGRAM CustomerMaint.
