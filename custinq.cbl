           SELECT OWNER-XREF ASSIGN TO 'acctowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT CLOSED-ACCOUNTS ASSIGN TO 'closedacct.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-ACCOUNT-NUM
               FILE STATUS IS WS-CLA-STATUS.
           SELECT CLOSED-OWNERS ASSIGN TO 'closedowners.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OWNER-XREF.
       COPY "OWNERREC.cpy".

       FD CLOSED-ACCOUNTS.
       COPY "CLSDACCT.cpy".

       FD CLOSED-OWNERS.
       COPY "CLSDOWN.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-SO-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-CLA-STATUS PIC XX.
       01 WS-CLO-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LOG-EOF PIC X VALUE 'N'.
       01 WS-SO-EOF PIC X VALUE 'N'.
       01 WS-ACCT-LIST.
           05 WS-MY-ACCT OCCURS 50 TIMES PIC 9(5) VALUE 0.
       01 WS-IS-MINE PIC X VALUE 'N'.
      *> Purged accounts this customer was a joint owner of, from
      *> closedowners.txt.
       01 WS-PURGED-COUNT PIC 9(2) VALUE 0.
       01 WS-PURGED-SHOWN PIC 9(3) VALUE 0.
       01 WS-PURGED-IDX PIC 9(2).
       01 WS-PURGED-LIST.
           05 WS-PURGED-ACCT OCCURS 50 TIMES PIC 9(5) VALUE 0.
       01 WS-SCAN-ACCT PIC 9(5).
      *> Rolling window of the last ten postings for one account:
      *> slot (MOD count 10) is overwritten as the log is read, so
       01 WS-LAST-IDX PIC 9(2).
       01 WS-LAST-SLOT PIC 9(2).
       01 WS-LAST-TABLE.
           05 WS-LAST-ENTRY OCCURS 10 TIMES PIC X(113).
       01 WS-LOG-WORK.
           05 WLG-ACCOUNT-NUM PIC 9(5).
           05 WLG-TXN-TYPE    PIC X(8).
           05 WLG-OPERATOR    PIC X(4).
           05 WLG-DESC        PIC X(30).
           05 WLG-TRACE       PIC X(15).
           05 WLG-BRANCH      PIC X(3).
       01 WS-BAL-DISPLAY PIC -(9)9.99.
       01 WS-HOME-BRANCH PIC X(3).
       01 WS-SHOW-FROM PIC 9(2).
       01 WS-SHOW-IDX PIC 9(2).
       01 WS-SHOW-N PIC 9(2).
               FUNCTION TRIM(CUST-NAME)
           DISPLAY "SSN     : " WS-SSN-MASKED
           DISPLAY "Address : " FUNCTION TRIM(CUST-ADDRESS)
           IF CUST-CITY NOT = SPACES
               DISPLAY "          " FUNCTION TRIM(CUST-CITY) ", "
                   CUST-STATE " " CUST-ZIP " " CUST-ZIP4
           END-IF
           IF CUST-PHONE NOT = SPACES
               DISPLAY "Phone   : " CUST-PHONE
           END-IF
           IF CUST-MAIL-STATUS = 'B'
               DISPLAY "** BAD ADDRESS - MAIL RETURNED "
                   CUST-RETURN-DATE " - MAIL IS HELD **"
           END-IF
           PERFORM LOAD-OWNER-XREF
           PERFORM LIST-ACCOUNTS
           PERFORM LIST-PURGED-ACCOUNTS
           PERFORM LIST-STANDING-ORDERS
           PERFORM LIST-RECENT-POSTINGS.

               MOVE ACCOUNT-NUM TO WS-MY-ACCT(WS-ACCT-COUNT)
           END-IF
           MOVE ACCOUNT-BALANCE TO WS-BAL-DISPLAY
           MOVE ACCT-BRANCH TO WS-HOME-BRANCH
           IF WS-HOME-BRANCH = SPACES
               MOVE "001" TO WS-HOME-BRANCH
           END-IF
           DISPLAY "  " ACCOUNT-NUM " TYPE " ACCOUNT-TYPE
               " STATUS " ACCOUNT-STATUS
               " BALANCE " WS-BAL-DISPLAY
               " BRANCH " WS-HOME-BRANCH
           IF ACCOUNT-STATUS = 'F'
               DISPLAY "    ** FROZEN - REASON " FREEZE-REASON
                   " **"
                   "REQUIRED **"
           END-IF.

      *> Accounts closed long enough ago to have been purged from
      *> accounts.txt are still shown, from the closed-account
      *> history, so an old account can be answered for.
       LIST-PURGED-ACCOUNTS.
           MOVE 0 TO WS-PURGED-SHOWN
           OPEN INPUT CLOSED-ACCOUNTS
           IF WS-CLA-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PURGED-OWNERSHIP
           DISPLAY "------------------------------------------"
           DISPLAY "Closed accounts moved to history:"
           MOVE 'N' TO WS-EOF
           MOVE 0 TO CLA-ACCOUNT-NUM
           START CLOSED-ACCOUNTS KEY IS NOT LESS THAN CLA-ACCOUNT-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLOSED-ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SHOW-PURGED-IF-MINE
               END-READ
           END-PERFORM
           CLOSE CLOSED-ACCOUNTS
           IF WS-PURGED-SHOWN = 0
               DISPLAY "  (none)"
           END-IF.

       LOAD-PURGED-OWNERSHIP.
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 'N' TO WS-OWNER-EOF
           OPEN INPUT CLOSED-OWNERS
           IF WS-CLO-STATUS = "35"
               MOVE 'Y' TO WS-OWNER-EOF
           END-IF
           PERFORM UNTIL WS-OWNER-EOF = 'Y'
               READ CLOSED-OWNERS
                   AT END
                       MOVE 'Y' TO WS-OWNER-EOF
                   NOT AT END
                       IF CLO-CUSTOMER-NUM = CUST-NUM
                           AND WS-PURGED-COUNT < 50
                           ADD 1 TO WS-PURGED-COUNT
                           MOVE CLO-ACCOUNT-NUM
                               TO WS-PURGED-ACCT(WS-PURGED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLO-STATUS NOT = "35"
               CLOSE CLOSED-OWNERS
           END-IF.

       SHOW-PURGED-IF-MINE.
           MOVE CLA-ACCOUNT-IMAGE TO ACCOUNT-FILE
           MOVE 'N' TO WS-IS-MINE
           IF CUSTOMER-NUM = CUST-NUM
               MOVE 'Y' TO WS-IS-MINE
           END-IF
           PERFORM VARYING WS-PURGED-IDX FROM 1 BY 1
                   UNTIL WS-PURGED-IDX > WS-PURGED-COUNT
               IF WS-PURGED-ACCT(WS-PURGED-IDX) = CLA-ACCOUNT-NUM
                   MOVE 'Y' TO WS-IS-MINE
               END-IF
           END-PERFORM
           IF WS-IS-MINE = 'Y'
               ADD 1 TO WS-PURGED-SHOWN
               MOVE ACCT-BRANCH TO WS-HOME-BRANCH
               IF WS-HOME-BRANCH = SPACES
                   MOVE "001" TO WS-HOME-BRANCH
               END-IF
               DISPLAY "  " ACCOUNT-NUM " TYPE " ACCOUNT-TYPE
                   " CLOSED " ACCT-CLOSE-DATE
                   " PURGED " CLA-PURGE-DATE
                   " BRANCH " WS-HOME-BRANCH
           END-IF.

       LIST-STANDING-ORDERS.
           DISPLAY "------------------------------------------"
           DISPLAY "Standing orders touching these accounts:"
