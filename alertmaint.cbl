       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertEnrollment.

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
           SELECT ALERT-ENROLL ASSIGN TO 'alertenr.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-STATUS.
           SELECT ALERT-JOURNAL ASSIGN TO 'alertjrnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJRNL-STATUS.
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

       FD ALERT-ENROLL.
       COPY "ALERTENR.cpy".

      *> Before-image/after-image journal for alert enrollments: one
      *> record per enrollment, change or cancellation, with the
      *> signed-on operator. AEJ-FIELD ENROLL is a new enrollment.
       FD ALERT-JOURNAL.
       01 ALERT-JOURNAL-REC.
           05 AEJ-ACCOUNT-NUM PIC 9(5).
           05 AEJ-CUST-NUM    PIC 9(5).
           05 AEJ-FIELD       PIC X(8).
           05 AEJ-BEFORE      PIC X(52).
           05 AEJ-AFTER       PIC X(52).
           05 AEJ-DATE        PIC 9(8).
           05 AEJ-TIME        PIC 9(8).
           05 AEJ-OPERATOR    PIC X(4).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-ENR-STATUS PIC XX.
       01 WS-AJRNL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-ACCT-NUM PIC 9(5).
       01 WS-CUST-NUM PIC 9(5).
       01 WS-CHOICE PIC 9.
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-OWNER-OK PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-ROLE PIC X(1).
       01 WS-CONFIRM PIC X(1).
       01 WS-VALID PIC X VALUE 'N'.
       01 WS-CUST-NAME PIC X(30) VALUE SPACES.
       01 WS-CUST-PHONE PIC X(10) VALUE SPACES.
       01 WS-ACCT-TYPE PIC X(1).
       01 WS-ACCT-STAT PIC X(1).
       01 WS-NEW-CHANNEL PIC X(1).
       01 WS-NEW-ADDRESS PIC X(50).
       01 WS-NEW-FLAG PIC X(1).
       01 WS-NEW-AMOUNT PIC 9(7)V99.
       01 WS-FLAG-PROMPT PIC X(30).
       01 WS-AT-COUNT PIC 9(3) VALUE 0.
       01 WS-WANTED-COUNT PIC 9 VALUE 0.
       01 WS-AMT-DISPLAY PIC Z(6)9.99.
       COPY "SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Alert Enrollment"
           PERFORM OPERATOR-SIGN-ON
           PERFORM READ-BUSINESS-DATE
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCT-NUM
           DISPLAY "Enter customer number: "
           ACCEPT WS-CUST-NUM
           PERFORM CHECK-ACCOUNT-OWNER
           IF WS-OWNER-OK NOT = 'Y'
               STOP RUN
           END-IF
           PERFORM OPEN-ENROLL-FILE
           MOVE WS-ACCT-NUM TO ENR-ACCOUNT-NUM
           MOVE WS-CUST-NUM TO ENR-CUST-NUM
           READ ALERT-ENROLL
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-FOUND NOT = 'Y'
               PERFORM ENROLL-CUSTOMER
           ELSE
               PERFORM SHOW-ENROLLMENT
               DISPLAY "1. Change channel and address"
               DISPLAY "2. Low balance alert"
               DISPLAY "3. Large withdrawal alert"
               DISPLAY "4. NSF alert"
               DISPLAY "5. Card decline alert"
               DISPLAY "6. CD maturity alert"
               DISPLAY "7. Loan payment due alert"
               DISPLAY "8. Freeze alert"
               DISPLAY "9. Cancel or reinstate enrollment"
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 1
                   PERFORM CHANGE-CHANNEL
               ELSE IF WS-CHOICE = 2
                   PERFORM CHANGE-LOW-BALANCE
               ELSE IF WS-CHOICE = 3
                   PERFORM CHANGE-BIG-WITHDRAWAL
               ELSE IF WS-CHOICE = 4
                   PERFORM CHANGE-NSF-ALERT
               ELSE IF WS-CHOICE = 5
                   PERFORM CHANGE-DECLINE-ALERT
               ELSE IF WS-CHOICE = 6
                   PERFORM CHANGE-CD-ALERT
               ELSE IF WS-CHOICE = 7
                   PERFORM CHANGE-LOAN-ALERT
               ELSE IF WS-CHOICE = 8
                   PERFORM CHANGE-FREEZE-ALERT
               ELSE IF WS-CHOICE = 9
                   PERFORM CANCEL-OR-REINSTATE
               ELSE
                   DISPLAY "Invalid choice."
               END-IF
           END-IF.
           CLOSE ALERT-ENROLL
           STOP RUN.

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

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZDATE-STATUS = "35"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ELSE
               READ BUSINESS-DATE-FILE
               MOVE CTL-BUSINESS-DATE TO WS-TODAY
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *> Only an owner of the account may enroll for its alerts.
      *> acctowners.txt lists every owner of a joint account; without
      *> it the primary CUSTOMER-NUM on the account is all there is.
       CHECK-ACCOUNT-OWNER.
           MOVE 'N' TO WS-OWNER-OK
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account not found"
                   CLOSE ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-TYPE TO WS-ACCT-TYPE
           MOVE ACCOUNT-STATUS TO WS-ACCT-STAT
           IF CUSTOMER-NUM = WS-CUST-NUM
               MOVE 'Y' TO WS-OWNER-OK
           END-IF
           CLOSE ACCOUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OWNER-XREF
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OWN-ACCOUNT-NUM = WS-ACCT-NUM
                           AND OWN-CUSTOMER-NUM = WS-CUST-NUM
                           MOVE 'Y' TO WS-OWNER-OK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OWNER-STATUS NOT = "35"
               CLOSE OWNER-XREF
           END-IF
           IF WS-OWNER-OK NOT = 'Y'
               DISPLAY "Customer " WS-CUST-NUM " is not an owner of "
                   "account " WS-ACCT-NUM
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS NOT = "35"
               MOVE WS-CUST-NUM TO CUST-NUM
               READ CUSTOMER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUST-NAME
                       MOVE CUST-PHONE TO WS-CUST-PHONE
               END-READ
               CLOSE CUSTOMER
           END-IF
           DISPLAY "Account " WS-ACCT-NUM " type " WS-ACCT-TYPE
               " status " WS-ACCT-STAT " - customer " WS-CUST-NUM
               " " FUNCTION TRIM(WS-CUST-NAME).

       OPEN-ENROLL-FILE.
           OPEN INPUT ALERT-ENROLL
           IF WS-ENR-STATUS = "35"
               OPEN OUTPUT ALERT-ENROLL
           END-IF
           CLOSE ALERT-ENROLL
           OPEN I-O ALERT-ENROLL.

       SHOW-ENROLLMENT.
           DISPLAY "Alerts for account " ENR-ACCOUNT-NUM
               " customer " ENR-CUST-NUM
           IF ENR-STATUS = 'X'
               DISPLAY "** ENROLLMENT CANCELLED - NO ALERTS ARE SENT **"
           END-IF
           DISPLAY "Channel   : " ENR-CHANNEL " "
               FUNCTION TRIM(ENR-ADDRESS)
           MOVE ENR-LOW-BAL-AMT TO WS-AMT-DISPLAY
           DISPLAY "Low bal   : " ENR-LOW-BAL-FLAG " below "
               WS-AMT-DISPLAY
           MOVE ENR-BIG-WD-AMT TO WS-AMT-DISPLAY
           DISPLAY "Withdrawal: " ENR-BIG-WD-FLAG " over "
               WS-AMT-DISPLAY
           DISPLAY "NSF       : " ENR-NSF-FLAG
           DISPLAY "Decline   : " ENR-DECLINE-FLAG
           DISPLAY "CD matures: " ENR-CD-FLAG
           DISPLAY "Loan due  : " ENR-LOAN-FLAG
           DISPLAY "Freeze    : " ENR-FREEZE-FLAG
           DISPLAY "Enrolled  : " ENR-ENROLL-DATE
               "  last changed by " ENR-LAST-OPER.

      *> Only the alerts that can happen on this type of account are
      *> offered: balance, withdrawal, NSF and card alerts on
      *> checking and savings, maturity on a CD, payment due on a
      *> loan. Any account can be frozen.
       ENROLL-CUSTOMER.
           IF WS-ACCT-STAT = 'C'
               DISPLAY "Account is closed - alerts cannot be enrolled"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer is not enrolled for alerts on this "
               "account"
           PERFORM ASK-CHANNEL
           IF WS-VALID NOT = 'Y'
               DISPLAY "Not enrolled"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-NUM TO ENR-ACCOUNT-NUM
           MOVE WS-CUST-NUM TO ENR-CUST-NUM
           MOVE WS-NEW-CHANNEL TO ENR-CHANNEL
           MOVE WS-NEW-ADDRESS TO ENR-ADDRESS
           MOVE 'N' TO ENR-LOW-BAL-FLAG
           MOVE 0 TO ENR-LOW-BAL-AMT
           MOVE 'N' TO ENR-BIG-WD-FLAG
           MOVE 0 TO ENR-BIG-WD-AMT
           MOVE 'N' TO ENR-NSF-FLAG
           MOVE 'N' TO ENR-DECLINE-FLAG
           MOVE 'N' TO ENR-CD-FLAG
           MOVE 'N' TO ENR-LOAN-FLAG
           MOVE 'N' TO ENR-FREEZE-FLAG
           MOVE 0 TO WS-WANTED-COUNT
           IF WS-ACCT-TYPE = 'S' OR WS-ACCT-TYPE = 'C'
               PERFORM ASK-LOW-BALANCE
               IF WS-VALID NOT = 'Y'
                   DISPLAY "Not enrolled"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-FLAG TO ENR-LOW-BAL-FLAG
               MOVE WS-NEW-AMOUNT TO ENR-LOW-BAL-AMT
               PERFORM ASK-BIG-WITHDRAWAL
               IF WS-VALID NOT = 'Y'
                   DISPLAY "Not enrolled"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-FLAG TO ENR-BIG-WD-FLAG
               MOVE WS-NEW-AMOUNT TO ENR-BIG-WD-AMT
               MOVE "Alert on any NSF item?" TO WS-FLAG-PROMPT
               PERFORM ASK-ALERT-FLAG
               MOVE WS-NEW-FLAG TO ENR-NSF-FLAG
               MOVE "Alert on a card decline?" TO WS-FLAG-PROMPT
               PERFORM ASK-ALERT-FLAG
               MOVE WS-NEW-FLAG TO ENR-DECLINE-FLAG
           END-IF
           IF WS-ACCT-TYPE = 'T'
               MOVE "Alert before the CD matures?" TO WS-FLAG-PROMPT
               PERFORM ASK-ALERT-FLAG
               MOVE WS-NEW-FLAG TO ENR-CD-FLAG
           END-IF
           IF WS-ACCT-TYPE = 'L'
               MOVE "Alert before a payment is due?" TO WS-FLAG-PROMPT
               PERFORM ASK-ALERT-FLAG
               MOVE WS-NEW-FLAG TO ENR-LOAN-FLAG
           END-IF
           MOVE "Alert if the account is frozen?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           MOVE WS-NEW-FLAG TO ENR-FREEZE-FLAG
           IF WS-WANTED-COUNT = 0
               DISPLAY "No alerts chosen - not enrolled"
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO ENR-STATUS
           MOVE WS-TODAY TO ENR-ENROLL-DATE
           MOVE WS-OPER-ID TO ENR-LAST-OPER
           MOVE 0 TO ENR-CD-ALERT-MAT
           MOVE 0 TO ENR-CD-ALERT-DATE
           MOVE 0 TO ENR-LOAN-ALERT-DUE
           MOVE 0 TO ENR-LOAN-ALERT-DATE
           MOVE 0 TO ENR-FREEZE-ALERT-DATE
           WRITE ALERT-ENROLL-REC
               INVALID KEY
                   DISPLAY "Enrollment could not be written"
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "ENROLL" TO AEJ-FIELD
           MOVE SPACES TO AEJ-BEFORE
           MOVE SPACES TO AEJ-AFTER
           MOVE ENR-CHANNEL TO AEJ-AFTER(1:1)
           MOVE ENR-ADDRESS TO AEJ-AFTER(3:50)
           PERFORM WRITE-ALERT-JOURNAL
           PERFORM JOURNAL-INITIAL-ALERTS
           DISPLAY "Customer " WS-CUST-NUM " enrolled for alerts on "
               "account " WS-ACCT-NUM.

      *> Each alert taken at enrollment is journalled as a change
      *> from nothing, in the same layout the change entries use, so
      *> the journal alone shows every setting an enrollment has had.
       JOURNAL-INITIAL-ALERTS.
           MOVE SPACES TO AEJ-BEFORE
           IF ENR-LOW-BAL-FLAG = 'Y'
               MOVE "LOWBAL" TO AEJ-FIELD
               MOVE SPACES TO AEJ-AFTER
               MOVE ENR-LOW-BAL-FLAG TO AEJ-AFTER(1:1)
               MOVE ENR-LOW-BAL-AMT TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO AEJ-AFTER(3:10)
               PERFORM WRITE-ALERT-JOURNAL
           END-IF
           IF ENR-BIG-WD-FLAG = 'Y'
               MOVE "BIGWDRL" TO AEJ-FIELD
               MOVE SPACES TO AEJ-AFTER
               MOVE ENR-BIG-WD-FLAG TO AEJ-AFTER(1:1)
               MOVE ENR-BIG-WD-AMT TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO AEJ-AFTER(3:10)
               PERFORM WRITE-ALERT-JOURNAL
           END-IF
           IF ENR-NSF-FLAG = 'Y'
               MOVE "NSF" TO AEJ-FIELD
               MOVE ENR-NSF-FLAG TO AEJ-AFTER
               PERFORM WRITE-ALERT-JOURNAL
           END-IF
           IF ENR-DECLINE-FLAG = 'Y'
               MOVE "DECLINE" TO AEJ-FIELD
               MOVE ENR-DECLINE-FLAG TO AEJ-AFTER
               PERFORM WRITE-ALERT-JOURNAL
           END-IF
           IF ENR-CD-FLAG = 'Y'
               MOVE "CDMATURE" TO AEJ-FIELD
               MOVE ENR-CD-FLAG TO AEJ-AFTER
               PERFORM WRITE-ALERT-JOURNAL
           END-IF
           IF ENR-LOAN-FLAG = 'Y'
               MOVE "LOANDUE" TO AEJ-FIELD
               MOVE ENR-LOAN-FLAG TO AEJ-AFTER
               PERFORM WRITE-ALERT-JOURNAL
           END-IF
           IF ENR-FREEZE-FLAG = 'Y'
               MOVE "FREEZE" TO AEJ-FIELD
               MOVE ENR-FREEZE-FLAG TO AEJ-AFTER
               PERFORM WRITE-ALERT-JOURNAL
           END-IF.

      *> A text goes to a ten-digit phone, offered from the customer
      *> record; an e-mail address must at least carry an @.
       ASK-CHANNEL.
           MOVE 'N' TO WS-VALID
           DISPLAY "Channel (T=text, E=e-mail): "
           ACCEPT WS-NEW-CHANNEL
           MOVE SPACES TO WS-NEW-ADDRESS
           IF WS-NEW-CHANNEL = 'T'
               DISPLAY "Phone on file: " WS-CUST-PHONE
               DISPLAY "Mobile phone (10 digits, blank = on file): "
               ACCEPT WS-NEW-ADDRESS
               IF WS-NEW-ADDRESS = SPACES
                   MOVE WS-CUST-PHONE TO WS-NEW-ADDRESS
               END-IF
               IF WS-NEW-ADDRESS(1:10) IS NOT NUMERIC
                   OR WS-NEW-ADDRESS(11:40) NOT = SPACES
                   DISPLAY "Phone must be ten digits"
               ELSE
                   MOVE 'Y' TO WS-VALID
               END-IF
           ELSE IF WS-NEW-CHANNEL = 'E'
               DISPLAY "E-mail address: "
               ACCEPT WS-NEW-ADDRESS
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-NEW-ADDRESS TALLYING WS-AT-COUNT
                   FOR ALL "@"
               IF WS-AT-COUNT NOT = 1
                   DISPLAY "E-mail address must contain one @"
               ELSE
                   MOVE 'Y' TO WS-VALID
               END-IF
           ELSE
               DISPLAY "Channel must be T or E"
           END-IF.

       ASK-LOW-BALANCE.
           MOVE "Alert on a low balance?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           MOVE 0 TO WS-NEW-AMOUNT
           MOVE 'Y' TO WS-VALID
           IF WS-NEW-FLAG = 'Y'
               DISPLAY "Alert when the balance ends a day below: "
               ACCEPT WS-NEW-AMOUNT
               IF WS-NEW-AMOUNT = 0
                   DISPLAY "Amount must be greater than zero"
                   MOVE 'N' TO WS-VALID
               END-IF
           END-IF.

       ASK-BIG-WITHDRAWAL.
           MOVE "Alert on a large withdrawal?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           MOVE 0 TO WS-NEW-AMOUNT
           MOVE 'Y' TO WS-VALID
           IF WS-NEW-FLAG = 'Y'
               DISPLAY "Alert on any withdrawal over: "
               ACCEPT WS-NEW-AMOUNT
               IF WS-NEW-AMOUNT = 0
                   DISPLAY "Amount must be greater than zero"
                   MOVE 'N' TO WS-VALID
               END-IF
           END-IF.

      *> Anything but Y is taken as N.
       ASK-ALERT-FLAG.
           DISPLAY FUNCTION TRIM(WS-FLAG-PROMPT) " (Y/N): "
           ACCEPT WS-NEW-FLAG
           IF WS-NEW-FLAG = 'Y'
               ADD 1 TO WS-WANTED-COUNT
           ELSE
               MOVE 'N' TO WS-NEW-FLAG
           END-IF.

       CHANGE-CHANNEL.
           PERFORM ASK-CHANNEL
           IF WS-VALID NOT = 'Y'
               DISPLAY "Channel not changed"
           ELSE IF WS-NEW-CHANNEL = ENR-CHANNEL
               AND WS-NEW-ADDRESS = ENR-ADDRESS
               DISPLAY "Channel and address are unchanged"
           ELSE
               MOVE "CHANNEL" TO AEJ-FIELD
               MOVE SPACES TO AEJ-BEFORE
               MOVE SPACES TO AEJ-AFTER
               MOVE ENR-CHANNEL TO AEJ-BEFORE(1:1)
               MOVE ENR-ADDRESS TO AEJ-BEFORE(3:50)
               MOVE WS-NEW-CHANNEL TO AEJ-AFTER(1:1)
               MOVE WS-NEW-ADDRESS TO AEJ-AFTER(3:50)
               MOVE WS-NEW-CHANNEL TO ENR-CHANNEL
               MOVE WS-NEW-ADDRESS TO ENR-ADDRESS
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

       CHANGE-LOW-BALANCE.
           IF WS-ACCT-TYPE NOT = 'S' AND WS-ACCT-TYPE NOT = 'C'
               DISPLAY "Balance alerts are for checking and savings "
                   "accounts only"
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-LOW-BALANCE
           IF WS-VALID NOT = 'Y'
               DISPLAY "Low balance alert not changed"
           ELSE IF WS-NEW-FLAG = ENR-LOW-BAL-FLAG
               AND WS-NEW-AMOUNT = ENR-LOW-BAL-AMT
               DISPLAY "Low balance alert is unchanged"
           ELSE
               MOVE "LOWBAL" TO AEJ-FIELD
               MOVE SPACES TO AEJ-BEFORE
               MOVE SPACES TO AEJ-AFTER
               MOVE ENR-LOW-BAL-FLAG TO AEJ-BEFORE(1:1)
               MOVE ENR-LOW-BAL-AMT TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO AEJ-BEFORE(3:10)
               MOVE WS-NEW-FLAG TO AEJ-AFTER(1:1)
               MOVE WS-NEW-AMOUNT TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO AEJ-AFTER(3:10)
               MOVE WS-NEW-FLAG TO ENR-LOW-BAL-FLAG
               MOVE WS-NEW-AMOUNT TO ENR-LOW-BAL-AMT
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

       CHANGE-BIG-WITHDRAWAL.
           IF WS-ACCT-TYPE NOT = 'S' AND WS-ACCT-TYPE NOT = 'C'
               DISPLAY "Withdrawal alerts are for checking and "
                   "savings accounts only"
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-BIG-WITHDRAWAL
           IF WS-VALID NOT = 'Y'
               DISPLAY "Withdrawal alert not changed"
           ELSE IF WS-NEW-FLAG = ENR-BIG-WD-FLAG
               AND WS-NEW-AMOUNT = ENR-BIG-WD-AMT
               DISPLAY "Withdrawal alert is unchanged"
           ELSE
               MOVE "BIGWDRL" TO AEJ-FIELD
               MOVE SPACES TO AEJ-BEFORE
               MOVE SPACES TO AEJ-AFTER
               MOVE ENR-BIG-WD-FLAG TO AEJ-BEFORE(1:1)
               MOVE ENR-BIG-WD-AMT TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO AEJ-BEFORE(3:10)
               MOVE WS-NEW-FLAG TO AEJ-AFTER(1:1)
               MOVE WS-NEW-AMOUNT TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO AEJ-AFTER(3:10)
               MOVE WS-NEW-FLAG TO ENR-BIG-WD-FLAG
               MOVE WS-NEW-AMOUNT TO ENR-BIG-WD-AMT
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

       CHANGE-NSF-ALERT.
           IF WS-ACCT-TYPE NOT = 'S' AND WS-ACCT-TYPE NOT = 'C'
               DISPLAY "NSF alerts are for checking and savings "
                   "accounts only"
               EXIT PARAGRAPH
           END-IF
           MOVE "Alert on any NSF item?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           IF WS-NEW-FLAG = ENR-NSF-FLAG
               DISPLAY "NSF alert is unchanged"
           ELSE
               MOVE "NSF" TO AEJ-FIELD
               MOVE ENR-NSF-FLAG TO AEJ-BEFORE
               MOVE WS-NEW-FLAG TO AEJ-AFTER
               MOVE WS-NEW-FLAG TO ENR-NSF-FLAG
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

       CHANGE-DECLINE-ALERT.
           IF WS-ACCT-TYPE NOT = 'S' AND WS-ACCT-TYPE NOT = 'C'
               DISPLAY "Card decline alerts are for checking and "
                   "savings accounts only"
               EXIT PARAGRAPH
           END-IF
           MOVE "Alert on a card decline?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           IF WS-NEW-FLAG = ENR-DECLINE-FLAG
               DISPLAY "Card decline alert is unchanged"
           ELSE
               MOVE "DECLINE" TO AEJ-FIELD
               MOVE ENR-DECLINE-FLAG TO AEJ-BEFORE
               MOVE WS-NEW-FLAG TO AEJ-AFTER
               MOVE WS-NEW-FLAG TO ENR-DECLINE-FLAG
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

       CHANGE-CD-ALERT.
           IF WS-ACCT-TYPE NOT = 'T'
               DISPLAY "Maturity alerts are for CDs only"
               EXIT PARAGRAPH
           END-IF
           MOVE "Alert before the CD matures?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           IF WS-NEW-FLAG = ENR-CD-FLAG
               DISPLAY "CD maturity alert is unchanged"
           ELSE
               MOVE "CDMATURE" TO AEJ-FIELD
               MOVE ENR-CD-FLAG TO AEJ-BEFORE
               MOVE WS-NEW-FLAG TO AEJ-AFTER
               MOVE WS-NEW-FLAG TO ENR-CD-FLAG
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

       CHANGE-LOAN-ALERT.
           IF WS-ACCT-TYPE NOT = 'L'
               DISPLAY "Payment due alerts are for loans only"
               EXIT PARAGRAPH
           END-IF
           MOVE "Alert before a payment is due?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           IF WS-NEW-FLAG = ENR-LOAN-FLAG
               DISPLAY "Loan payment alert is unchanged"
           ELSE
               MOVE "LOANDUE" TO AEJ-FIELD
               MOVE ENR-LOAN-FLAG TO AEJ-BEFORE
               MOVE WS-NEW-FLAG TO AEJ-AFTER
               MOVE WS-NEW-FLAG TO ENR-LOAN-FLAG
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

       CHANGE-FREEZE-ALERT.
           MOVE "Alert if the account is frozen?" TO WS-FLAG-PROMPT
           PERFORM ASK-ALERT-FLAG
           IF WS-NEW-FLAG = ENR-FREEZE-FLAG
               DISPLAY "Freeze alert is unchanged"
           ELSE
               MOVE "FREEZE" TO AEJ-FIELD
               MOVE ENR-FREEZE-FLAG TO AEJ-BEFORE
               MOVE WS-NEW-FLAG TO AEJ-AFTER
               MOVE WS-NEW-FLAG TO ENR-FREEZE-FLAG
               PERFORM SAVE-ENROLL-CHANGE
           END-IF.

      *> A cancelled enrollment stays on file with its history; a
      *> reinstated one picks up its alert settings as they were.
       CANCEL-OR-REINSTATE.
           IF ENR-STATUS = 'X'
               IF WS-ACCT-STAT = 'C'
                   DISPLAY "Account is closed - enrollment cannot be "
                       "reinstated"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Reinstate this enrollment? (Y/N): "
           ELSE
               DISPLAY "Cancel this enrollment? (Y/N): "
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Enrollment not changed"
               EXIT PARAGRAPH
           END-IF
           MOVE "STATUS" TO AEJ-FIELD
           MOVE ENR-STATUS TO AEJ-BEFORE
           IF ENR-STATUS = 'X'
               MOVE 'A' TO ENR-STATUS
           ELSE
               MOVE 'X' TO ENR-STATUS
           END-IF
           MOVE ENR-STATUS TO AEJ-AFTER
           PERFORM SAVE-ENROLL-CHANGE.

       SAVE-ENROLL-CHANGE.
           MOVE WS-OPER-ID TO ENR-LAST-OPER
           REWRITE ALERT-ENROLL-REC
               INVALID KEY
                   DISPLAY "Enrollment could not be rewritten"
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-ALERT-JOURNAL
           DISPLAY "Enrollment changed for account " ENR-ACCOUNT-NUM
               " customer " ENR-CUST-NUM.

       WRITE-ALERT-JOURNAL.
           MOVE ENR-ACCOUNT-NUM TO AEJ-ACCOUNT-NUM
           MOVE ENR-CUST-NUM TO AEJ-CUST-NUM
           MOVE WS-OPER-ID TO AEJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AEJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO AEJ-TIME
           OPEN EXTEND ALERT-JOURNAL
           IF WS-AJRNL-STATUS = "35"
               OPEN OUTPUT ALERT-JOURNAL
           END-IF
           WRITE ALERT-JOURNAL-REC
           CLOSE ALERT-JOURNAL.
       END PROGRAM AlertEnrollment.
