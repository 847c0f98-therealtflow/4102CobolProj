       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailAssembly.

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
           SELECT RETURNED-MAIL ASSIGN TO 'retmail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTM-STATUS.
           SELECT RETURNED-MAIL-ARCH ASSIGN TO 'retmailarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTMARCH-STATUS.
           SELECT CUST-JOURNAL ASSIGN TO 'custjrnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJRNL-STATUS.
           SELECT NSF-LETTERS ASSIGN TO 'nsfletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT LOAN-NOTICES ASSIGN TO 'loannotices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT COLLECTION-LETTERS ASSIGN TO 'collletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT PAYOFF-LETTERS ASSIGN TO 'payoffletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT ESCHEAT-NOTICES ASSIGN TO 'eschnotices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT TAX-CUSTOMER-COPY ASSIGN TO 'tax1099cust.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT ESTATE-LETTERS ASSIGN TO 'estateletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT DISPUTE-LETTERS ASSIGN TO 'disputeletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT LEVY-NOTICES ASSIGN TO 'levynotices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT STATEMENT-PRINT ASSIGN TO 'statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT MAIL-STREAM ASSIGN TO 'mailstream.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.
           SELECT SUPPRESSED-MAIL ASSIGN TO 'mailsupp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT MAIL-CONTROL-REPORT ASSIGN TO 'mailcontrol.txt'
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

      *> Keyed by the mailroom from the envelopes the post office
      *> sends back. RTM-CUST-NUM may be 0 when only the account
      *> number printed on the piece is known; RTM-RETURN-DATE 0
      *> means today's business date.
       FD RETURNED-MAIL.
       01 RETURNED-MAIL-REC.
           05 RTM-CUST-NUM    PIC 9(5).
           05 RTM-ACCOUNT-NUM PIC 9(5).
           05 RTM-RETURN-DATE PIC 9(8).
           05 RTM-REASON      PIC X(30).

       FD RETURNED-MAIL-ARCH.
       01 RETURNED-MAIL-ARCH-REC PIC X(48).

      *> Same before/after journal CustomerMaint writes.
       FD CUST-JOURNAL.
       01 CUST-JOURNAL-REC.
           05 CMJ-CUST-NUM  PIC 9(5).
           05 CMJ-FIELD     PIC X(8).
           05 CMJ-BEFORE    PIC X(40).
           05 CMJ-AFTER     PIC X(40).
           05 CMJ-DATE      PIC 9(8).
           05 CMJ-TIME      PIC 9(8).
           05 CMJ-OPERATOR  PIC X(4).

      *> The day's customer letter files. Every piece in them starts
      *> with a MAILHDR.cpy header line.
       FD NSF-LETTERS.
       01 NSF-LETTER-LINE PIC X(100).

       FD LOAN-NOTICES.
       01 LOAN-NOTICE-LINE PIC X(100).

       FD COLLECTION-LETTERS.
       01 COLLECTION-LETTER-LINE PIC X(100).

       FD PAYOFF-LETTERS.
       01 PAYOFF-LETTER-LINE PIC X(100).

       FD ESCHEAT-NOTICES.
       01 ESCHEAT-NOTICE-LINE PIC X(100).

       FD TAX-CUSTOMER-COPY.
       01 TAX-CUSTOMER-LINE PIC X(100).

       FD ESTATE-LETTERS.
       01 ESTATE-LETTER-LINE PIC X(100).

       FD DISPUTE-LETTERS.
       01 DISPUTE-LETTER-LINE PIC X(100).

       FD LEVY-NOTICES.
       01 LEVY-NOTICE-LINE PIC X(100).

       FD STATEMENT-PRINT.
       01 STATEMENT-PRINT-LINE PIC X(100).

      *> One print stream for the day, one envelope after another in
      *> ZIP order, each opening with its address block. A run adds
      *> to the stream, so a batch not yet printed is never lost.
       FD MAIL-STREAM.
       01 MAIL-STREAM-LINE PIC X(100).

       FD SUPPRESSED-MAIL.
       01 SUPPRESSED-MAIL-LINE PIC X(100).

       FD MAIL-CONTROL-REPORT.
       01 MAIL-CONTROL-LINE PIC X(100).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-RTM-STATUS PIC XX.
       01 WS-RTMARCH-STATUS PIC XX.
       01 WS-CJRNL-STATUS PIC XX.
       01 WS-SRC-STATUS PIC XX.
       01 WS-SUPP-STATUS PIC XX.
       01 WS-STREAM-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-ACCT-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-SRC-LINE PIC X(100).
      *> Returned mail.
       01 WS-RTM-COUNT PIC 9(5) VALUE 0.
       01 WS-RTM-FLAGGED PIC 9(5) VALUE 0.
       01 WS-RTM-REJECTED PIC 9(5) VALUE 0.
       01 WS-RTM-CUST PIC 9(5).
      *> Customers with an account frozen for bad address (reason A).
       01 WS-BAD-COUNT PIC 9(3) VALUE 0.
       01 WS-BAD-IDX PIC 9(3).
       01 WS-BAD-OVERFLOW PIC X VALUE 'N'.
       01 WS-BAD-TABLE.
           05 WS-BAD-CUST OCCURS 500 TIMES PIC 9(5).
      *> Letter sources, in the order their pieces go in an envelope.
       01 WS-SRC-COUNT PIC 9(2) VALUE 10.
       01 WS-SRC-IDX PIC 9(2).
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 10 TIMES.
               10 WS-SRC-NAME      PIC X(18).
               10 WS-SRC-FOUND     PIC X(1).
               10 WS-SRC-PIECES    PIC 9(5).
               10 WS-SRC-MAILED    PIC 9(5).
               10 WS-SRC-HELD      PIC 9(5).
               10 WS-SRC-ENVELOPES PIC 9(5).
      *> Every line of every piece, and the pieces that own them.
       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-IDX PIC 9(5).
       01 WS-LINE-LAST PIC 9(5).
       01 WS-LINE-TABLE.
           05 WS-LINE-TEXT OCCURS 6000 TIMES PIC X(100).
       01 WS-PC-COUNT PIC 9(4) VALUE 0.
       01 WS-PC-IDX PIC 9(4).
       01 WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 1500 TIMES.
               10 WS-PC-SOURCE PIC 9(2).
               10 WS-PC-ACCT   PIC 9(5).
               10 WS-PC-CUST   PIC 9(5).
               10 WS-PC-FIRST  PIC 9(5).
               10 WS-PC-LINES  PIC 9(5).
               10 WS-PC-HOLD   PIC X(1).
               10 WS-PC-ENV    PIC 9(4).
       01 WS-TABLE-FULL PIC X VALUE 'N'.
      *> One envelope per distinct mailing address (the household).
       01 WS-ENV-COUNT PIC 9(4) VALUE 0.
       01 WS-ENV-IDX PIC 9(4).
       01 WS-ENV-FOUND-IDX PIC 9(4).
       01 WS-ENV-TABLE.
           05 WS-ENV-ENTRY OCCURS 1500 TIMES.
               10 WS-ENV-KEY.
                   15 WS-ENV-ZIP   PIC X(5).
                   15 WS-ENV-ZIP4  PIC X(4).
                   15 WS-ENV-ADDR  PIC X(40).
                   15 WS-ENV-CITY  PIC X(20).
                   15 WS-ENV-STATE PIC X(2).
               10 WS-ENV-NAME-1 PIC X(30).
               10 WS-ENV-NAME-2 PIC X(30).
               10 WS-ENV-MORE   PIC X(1).
               10 WS-ENV-PIECES PIC 9(3).
               10 WS-ENV-DONE   PIC X(1).
       01 WS-THIS-KEY.
           05 WS-THIS-ZIP   PIC X(5).
           05 WS-THIS-ZIP4  PIC X(4).
           05 WS-THIS-ADDR  PIC X(40).
           05 WS-THIS-CITY  PIC X(20).
           05 WS-THIS-STATE PIC X(2).
       01 WS-LOW-KEY PIC X(71).
       01 WS-LOW-IDX PIC 9(4).
       01 WS-ENV-SEQ PIC 9(4) VALUE 0.
       01 WS-SRC-SEEN-TABLE.
           05 WS-SRC-SEEN OCCURS 10 TIMES PIC X(1).
      *> Totals.
       01 WS-MAILED-TOTAL PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL PIC 9(5) VALUE 0.
       01 WS-SEPARATE-TOTAL PIC 9(5) VALUE 0.
       01 WS-SAVED PIC 9(5) VALUE 0.
       01 WS-RPT-LINE PIC X(100).
       01 WS-HOLD-TEXT PIC X(22).
       01 WS-CNT-DISPLAY PIC ZZZZ9.
       01 WS-CNT-DISPLAY-2 PIC ZZZZ9.
       01 WS-CNT-DISPLAY-3 PIC ZZZZ9.
       01 WS-CNT-DISPLAY-4 PIC ZZZZ9.
       COPY "MAILHDR.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Customer Mail Assembly"
           PERFORM READ-BUSINESS-DATE
           PERFORM SET-UP-SOURCES
           OPEN I-O CUSTOMER
           IF WS-CUST-STATUS = "35"
               DISPLAY "No customers.txt found - no mail can be "
                   "addressed; letter files left in place"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS NOT = "35"
               MOVE 'Y' TO WS-ACCT-OPEN
           END-IF
           PERFORM PROCESS-RETURNED-MAIL
           PERFORM LOAD-BAD-ADDRESS-ACCOUNTS
           PERFORM COLLECT-ALL-SOURCES
           IF WS-TABLE-FULL = 'Y' OR WS-BAD-OVERFLOW = 'Y'
               DISPLAY "More letters than the assembly tables hold - "
                   "run refused; letter files left in place so "
                   "no mail is lost"
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-MASTER-FILES
               GOBACK
           END-IF
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               PERFORM ADDRESS-ONE-PIECE
           END-PERFORM
           PERFORM CLOSE-MASTER-FILES
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "More households than the envelope table "
                   "holds - run refused; letter files left in place "
                   "so no mail is lost"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PC-COUNT = 0
               DISPLAY "No letters waiting - nothing to assemble"
           ELSE
               PERFORM WRITE-MAIL-STREAM
               PERFORM WRITE-SUPPRESSED-MAIL
               PERFORM CLEAR-SOURCES
           END-IF
           PERFORM WRITE-CONTROL-REPORT
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

       SET-UP-SOURCES.
           MOVE "nsfletters.txt" TO WS-SRC-NAME(1)
           MOVE "loannotices.txt" TO WS-SRC-NAME(2)
           MOVE "collletters.txt" TO WS-SRC-NAME(3)
           MOVE "payoffletters.txt" TO WS-SRC-NAME(4)
           MOVE "eschnotices.txt" TO WS-SRC-NAME(5)
           MOVE "tax1099cust.txt" TO WS-SRC-NAME(6)
           MOVE "estateletters.txt" TO WS-SRC-NAME(7)
           MOVE "disputeletters.txt" TO WS-SRC-NAME(8)
           MOVE "levynotices.txt" TO WS-SRC-NAME(9)
           MOVE "statements.txt" TO WS-SRC-NAME(10)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE 'N' TO WS-SRC-FOUND(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-PIECES(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-MAILED(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-HELD(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-ENVELOPES(WS-SRC-IDX)
           END-PERFORM.

       CLOSE-MASTER-FILES.
           CLOSE CUSTOMER
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCOUNT
               MOVE 'N' TO WS-ACCT-OPEN
           END-IF.

      *> Each returned piece marks its customer's address bad, so
      *> this run and every later one holds their mail back until
      *> CustomerMaint records a new address. Applied records move
      *> to retmailarch.txt and retmail.txt is emptied.
       PROCESS-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL
           IF WS-RTM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RETURNED-MAIL-ARCH
           IF WS-RTMARCH-STATUS = "35"
               OPEN OUTPUT RETURNED-MAIL-ARCH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETURNED-MAIL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RTM-COUNT
                       PERFORM FLAG-RETURNED-CUSTOMER
                       WRITE RETURNED-MAIL-ARCH-REC
                           FROM RETURNED-MAIL-REC
               END-READ
           END-PERFORM
           CLOSE RETURNED-MAIL
           CLOSE RETURNED-MAIL-ARCH
           OPEN OUTPUT RETURNED-MAIL
           CLOSE RETURNED-MAIL
           DISPLAY "Returned mail: " WS-RTM-COUNT " items, "
               WS-RTM-FLAGGED " addresses marked bad, "
               WS-RTM-REJECTED " not matched".

       FLAG-RETURNED-CUSTOMER.
           MOVE RTM-CUST-NUM TO WS-RTM-CUST
           IF WS-RTM-CUST = 0 AND WS-ACCT-OPEN = 'Y'
               MOVE RTM-ACCOUNT-NUM TO ACCOUNT-NUM
               READ ACCOUNT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-NUM TO WS-RTM-CUST
               END-READ
           END-IF
           IF WS-RTM-CUST = 0
               DISPLAY "Returned mail for account " RTM-ACCOUNT-NUM
                   " - no customer found, not applied"
               ADD 1 TO WS-RTM-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RTM-CUST TO CUST-NUM
           READ CUSTOMER
               INVALID KEY
                   DISPLAY "Returned mail for customer " WS-RTM-CUST
                       " - not on file, not applied"
                   ADD 1 TO WS-RTM-REJECTED
                   EXIT PARAGRAPH
           END-READ
           IF CUST-MAIL-STATUS = 'B'
               EXIT PARAGRAPH
           END-IF
           MOVE "MAILSTAT" TO CMJ-FIELD
           MOVE SPACES TO CMJ-BEFORE
           MOVE SPACES TO CMJ-AFTER
           STRING "B RETURNED " DELIMITED BY SIZE
               RTM-REASON DELIMITED BY SIZE
               INTO CMJ-AFTER
           PERFORM WRITE-CUST-JOURNAL
           MOVE 'B' TO CUST-MAIL-STATUS
           IF RTM-RETURN-DATE = 0
               MOVE WS-TODAY TO CUST-RETURN-DATE
           ELSE
               MOVE RTM-RETURN-DATE TO CUST-RETURN-DATE
           END-IF
           REWRITE CUSTOMER-REC
           ADD 1 TO WS-RTM-FLAGGED.

       WRITE-CUST-JOURNAL.
           MOVE CUST-NUM TO CMJ-CUST-NUM
           MOVE SPACES TO CMJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO CMJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO CMJ-TIME
           OPEN EXTEND CUST-JOURNAL
           IF WS-CJRNL-STATUS = "35"
               OPEN OUTPUT CUST-JOURNAL
           END-IF
           WRITE CUST-JOURNAL-REC
           CLOSE CUST-JOURNAL.

      *> An account frozen for bad address (FREEZE-REASON A) stops
      *> all mail to its owner, whatever account a piece is about.
       LOAD-BAD-ADDRESS-ACCOUNTS.
           IF WS-ACCT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
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
                       IF ACCOUNT-STATUS = 'F'
                           AND FREEZE-REASON = 'A'
                           AND CUSTOMER-NUM > 0
                           PERFORM NOTE-BAD-ADDRESS-CUST
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-BAD-ADDRESS-CUST.
           IF WS-BAD-COUNT < 500
               ADD 1 TO WS-BAD-COUNT
               MOVE CUSTOMER-NUM TO WS-BAD-CUST(WS-BAD-COUNT)
           ELSE
               MOVE 'Y' TO WS-BAD-OVERFLOW
           END-IF.

      *> Each letter file is read whole into the line table. A header
      *> line opens a new piece; any lines ahead of the first header
      *> form a piece with no addressee and are held back.
       COLLECT-ALL-SOURCES.
           MOVE 1 TO WS-SRC-IDX
           OPEN INPUT NSF-LETTERS
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NSF-LETTERS INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE NSF-LETTERS
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 2 TO WS-SRC-IDX
           OPEN INPUT LOAN-NOTICES
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-NOTICES INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LOAN-NOTICES
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 3 TO WS-SRC-IDX
           OPEN INPUT COLLECTION-LETTERS
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COLLECTION-LETTERS INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-LETTERS
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 4 TO WS-SRC-IDX
           OPEN INPUT PAYOFF-LETTERS
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYOFF-LETTERS INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE PAYOFF-LETTERS
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 5 TO WS-SRC-IDX
           OPEN INPUT ESCHEAT-NOTICES
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESCHEAT-NOTICES INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-NOTICES
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 6 TO WS-SRC-IDX
           OPEN INPUT TAX-CUSTOMER-COPY
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TAX-CUSTOMER-COPY INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE TAX-CUSTOMER-COPY
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 7 TO WS-SRC-IDX
           OPEN INPUT ESTATE-LETTERS
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESTATE-LETTERS INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ESTATE-LETTERS
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 8 TO WS-SRC-IDX
           OPEN INPUT DISPUTE-LETTERS
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPUTE-LETTERS INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-LETTERS
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 9 TO WS-SRC-IDX
           OPEN INPUT LEVY-NOTICES
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEVY-NOTICES INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LEVY-NOTICES
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF
           MOVE 10 TO WS-SRC-IDX
           OPEN INPUT STATEMENT-PRINT
           IF WS-SRC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATEMENT-PRINT INTO WS-SRC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COLLECT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-PRINT
               MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
           END-IF.

       COLLECT-ONE-LINE.
           IF WS-SRC-LINE(1:6) = "--MAIL"
               MOVE WS-SRC-LINE(1:80) TO MAIL-PIECE-HDR
               PERFORM START-NEW-PIECE
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-COUNT = 0
               PERFORM START-NEW-PIECE
           ELSE IF WS-PC-SOURCE(WS-PC-COUNT) NOT = WS-SRC-IDX
               PERFORM START-NEW-PIECE
           END-IF.
           IF WS-LINE-COUNT < 6000
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-SRC-LINE TO WS-LINE-TEXT(WS-LINE-COUNT)
               ADD 1 TO WS-PC-LINES(WS-PC-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

      *> A piece reached without a header line is given account and
      *> customer 0, which holds it back as having no addressee.
       START-NEW-PIECE.
           IF WS-SRC-LINE(1:6) NOT = "--MAIL"
               MOVE 0 TO MPH-ACCOUNT-NUM
               MOVE 0 TO MPH-CUST-NUM
           END-IF
           IF WS-PC-COUNT < 1500
               ADD 1 TO WS-PC-COUNT
               MOVE WS-SRC-IDX TO WS-PC-SOURCE(WS-PC-COUNT)
               MOVE MPH-ACCOUNT-NUM TO WS-PC-ACCT(WS-PC-COUNT)
               MOVE MPH-CUST-NUM TO WS-PC-CUST(WS-PC-COUNT)
               COMPUTE WS-PC-FIRST(WS-PC-COUNT) = WS-LINE-COUNT + 1
               MOVE 0 TO WS-PC-LINES(WS-PC-COUNT)
               MOVE SPACE TO WS-PC-HOLD(WS-PC-COUNT)
               MOVE 0 TO WS-PC-ENV(WS-PC-COUNT)
               ADD 1 TO WS-SRC-PIECES(WS-SRC-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

      *> Hold codes: B = customer's address marked bad by returned
      *> mail, A = customer has an account frozen for bad address,
      *> N = no addressee (no customer found or no street address).
       ADDRESS-ONE-PIECE.
           IF WS-PC-CUST(WS-PC-IDX) = 0
               AND WS-PC-ACCT(WS-PC-IDX) > 0
               AND WS-ACCT-OPEN = 'Y'
               MOVE WS-PC-ACCT(WS-PC-IDX) TO ACCOUNT-NUM
               READ ACCOUNT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-NUM TO WS-PC-CUST(WS-PC-IDX)
               END-READ
           END-IF
           IF WS-PC-CUST(WS-PC-IDX) = 0
               MOVE 'N' TO WS-PC-HOLD(WS-PC-IDX)
               PERFORM COUNT-HELD-PIECE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PC-CUST(WS-PC-IDX) TO CUST-NUM
           READ CUSTOMER
               INVALID KEY
                   MOVE 'N' TO WS-PC-HOLD(WS-PC-IDX)
                   PERFORM COUNT-HELD-PIECE
                   EXIT PARAGRAPH
           END-READ
           IF CUST-MAIL-STATUS = 'B'
               MOVE 'B' TO WS-PC-HOLD(WS-PC-IDX)
           ELSE IF CUST-ADDRESS = SPACES
               MOVE 'N' TO WS-PC-HOLD(WS-PC-IDX)
           ELSE
               PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
                       UNTIL WS-BAD-IDX > WS-BAD-COUNT
                   IF WS-BAD-CUST(WS-BAD-IDX) = CUST-NUM
                       MOVE 'A' TO WS-PC-HOLD(WS-PC-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PC-HOLD(WS-PC-IDX) NOT = SPACE
               PERFORM COUNT-HELD-PIECE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENVELOPE
           IF WS-ENV-FOUND-IDX > 0
               MOVE WS-ENV-FOUND-IDX TO WS-PC-ENV(WS-PC-IDX)
               ADD 1 TO WS-SRC-MAILED(WS-PC-SOURCE(WS-PC-IDX))
               ADD 1 TO WS-MAILED-TOTAL
           END-IF.

       COUNT-HELD-PIECE.
           ADD 1 TO WS-SRC-HELD(WS-PC-SOURCE(WS-PC-IDX))
           ADD 1 TO WS-HELD-TOTAL.

      *> Pieces for the same street address, city, state and ZIP go
      *> in one envelope, whichever customer they are for.
       FIND-ENVELOPE.
           MOVE CUST-ZIP TO WS-THIS-ZIP
           MOVE CUST-ZIP4 TO WS-THIS-ZIP4
           MOVE CUST-ADDRESS TO WS-THIS-ADDR
           MOVE CUST-CITY TO WS-THIS-CITY
           MOVE CUST-STATE TO WS-THIS-STATE
           MOVE 0 TO WS-ENV-FOUND-IDX
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               IF WS-ENV-KEY(WS-ENV-IDX) = WS-THIS-KEY
                   MOVE WS-ENV-IDX TO WS-ENV-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ENV-FOUND-IDX = 0
               IF WS-ENV-COUNT < 1500
                   ADD 1 TO WS-ENV-COUNT
                   MOVE WS-ENV-COUNT TO WS-ENV-FOUND-IDX
                   MOVE WS-THIS-KEY TO WS-ENV-KEY(WS-ENV-COUNT)
                   MOVE CUST-NAME TO WS-ENV-NAME-1(WS-ENV-COUNT)
                   MOVE SPACES TO WS-ENV-NAME-2(WS-ENV-COUNT)
                   MOVE 'N' TO WS-ENV-MORE(WS-ENV-COUNT)
                   MOVE 0 TO WS-ENV-PIECES(WS-ENV-COUNT)
                   MOVE 'N' TO WS-ENV-DONE(WS-ENV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           ELSE IF CUST-NAME NOT = WS-ENV-NAME-1(WS-ENV-FOUND-IDX)
               IF WS-ENV-NAME-2(WS-ENV-FOUND-IDX) = SPACES
                   MOVE CUST-NAME TO WS-ENV-NAME-2(WS-ENV-FOUND-IDX)
               ELSE IF CUST-NAME NOT = WS-ENV-NAME-2(WS-ENV-FOUND-IDX)
                   MOVE 'Y' TO WS-ENV-MORE(WS-ENV-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-ENV-FOUND-IDX > 0
               ADD 1 TO WS-ENV-PIECES(WS-ENV-FOUND-IDX)
           END-IF.

      *> Envelopes go out lowest ZIP+4 first (then street address),
      *> picking the lowest envelope not yet written on each pass.
       WRITE-MAIL-STREAM.
           OPEN EXTEND MAIL-STREAM
           IF WS-STREAM-STATUS = "35"
               OPEN OUTPUT MAIL-STREAM
           END-IF
           PERFORM VARYING WS-ENV-SEQ FROM 1 BY 1
                   UNTIL WS-ENV-SEQ > WS-ENV-COUNT
               PERFORM WRITE-NEXT-ENVELOPE
           END-PERFORM
           CLOSE MAIL-STREAM.

       WRITE-NEXT-ENVELOPE.
           MOVE HIGH-VALUES TO WS-LOW-KEY
           MOVE 0 TO WS-LOW-IDX
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               IF WS-ENV-DONE(WS-ENV-IDX) = 'N'
                   AND WS-ENV-KEY(WS-ENV-IDX) < WS-LOW-KEY
                   MOVE WS-ENV-KEY(WS-ENV-IDX) TO WS-LOW-KEY
                   MOVE WS-ENV-IDX TO WS-LOW-IDX
               END-IF
           END-PERFORM
           IF WS-LOW-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENV-DONE(WS-LOW-IDX)
           MOVE ALL "=" TO WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE(81:20)
           PERFORM WRITE-STREAM-LINE
           MOVE WS-ENV-SEQ TO WS-CNT-DISPLAY
           MOVE WS-ENV-PIECES(WS-LOW-IDX) TO WS-CNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "ENVELOPE " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               "  ZIP " DELIMITED BY SIZE
               WS-ENV-ZIP(WS-LOW-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ENV-ZIP4(WS-LOW-IDX) DELIMITED BY SIZE
               "  PIECES " DELIMITED BY SIZE
               WS-CNT-DISPLAY-2 DELIMITED BY SIZE
               "  MAILED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-STREAM-LINE
           MOVE WS-ENV-NAME-1(WS-LOW-IDX) TO WS-RPT-LINE
           PERFORM WRITE-STREAM-LINE
           IF WS-ENV-NAME-2(WS-LOW-IDX) NOT = SPACES
               MOVE WS-ENV-NAME-2(WS-LOW-IDX) TO WS-RPT-LINE
               PERFORM WRITE-STREAM-LINE
           END-IF
           IF WS-ENV-MORE(WS-LOW-IDX) = 'Y'
               MOVE "OR CURRENT RESIDENT" TO WS-RPT-LINE
               PERFORM WRITE-STREAM-LINE
           END-IF
           MOVE WS-ENV-ADDR(WS-LOW-IDX) TO WS-RPT-LINE
           PERFORM WRITE-STREAM-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ENV-CITY(WS-LOW-IDX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-ENV-STATE(WS-LOW-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENV-ZIP(WS-LOW-IDX) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           IF WS-ENV-ZIP4(WS-LOW-IDX) NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE(28:73)
               STRING WS-ENV-CITY(WS-LOW-IDX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-ENV-STATE(WS-LOW-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ENV-ZIP(WS-LOW-IDX) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ENV-ZIP4(WS-LOW-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-STREAM-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE 'N' TO WS-SRC-SEEN(WS-SRC-IDX)
           END-PERFORM
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-ENV(WS-PC-IDX) = WS-LOW-IDX
                   PERFORM WRITE-PIECE-TO-STREAM
               END-IF
           END-PERFORM.

       WRITE-PIECE-TO-STREAM.
           IF WS-SRC-SEEN(WS-PC-SOURCE(WS-PC-IDX)) = 'N'
               MOVE 'Y' TO WS-SRC-SEEN(WS-PC-SOURCE(WS-PC-IDX))
               ADD 1 TO WS-SRC-ENVELOPES(WS-PC-SOURCE(WS-PC-IDX))
           END-IF
           MOVE ALL "-" TO WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE(81:20)
           PERFORM WRITE-STREAM-LINE
           COMPUTE WS-LINE-LAST =
               WS-PC-FIRST(WS-PC-IDX) + WS-PC-LINES(WS-PC-IDX) - 1
           PERFORM VARYING WS-LINE-IDX FROM WS-PC-FIRST(WS-PC-IDX)
                   BY 1 UNTIL WS-LINE-IDX > WS-LINE-LAST
               MOVE WS-LINE-TEXT(WS-LINE-IDX) TO WS-RPT-LINE
               PERFORM WRITE-STREAM-LINE
           END-PERFORM.

       WRITE-STREAM-LINE.
           WRITE MAIL-STREAM-LINE FROM WS-RPT-LINE.

      *> Held pieces are kept whole in mailsupp.txt, so they can be
      *> sent once the customer's address is put right.
       WRITE-SUPPRESSED-MAIL.
           IF WS-HELD-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SUPPRESSED-MAIL
           IF WS-SUPP-STATUS = "35"
               OPEN OUTPUT SUPPRESSED-MAIL
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "SUPPRESSED MAIL - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-SUPPRESSED-LINE
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-HOLD(WS-PC-IDX) NOT = SPACE
                   PERFORM WRITE-ONE-SUPPRESSED
               END-IF
           END-PERFORM
           CLOSE SUPPRESSED-MAIL.

       WRITE-ONE-SUPPRESSED.
           IF WS-PC-HOLD(WS-PC-IDX) = 'B'
               MOVE "RETURNED MAIL ON FILE" TO WS-HOLD-TEXT
           ELSE IF WS-PC-HOLD(WS-PC-IDX) = 'A'
               MOVE "ACCOUNT FROZEN - ADDR" TO WS-HOLD-TEXT
           ELSE
               MOVE "NO ADDRESSEE" TO WS-HOLD-TEXT
           END-IF.
           MOVE ALL "-" TO WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE(81:20)
           PERFORM WRITE-SUPPRESSED-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "HELD: " DELIMITED BY SIZE
               WS-HOLD-TEXT DELIMITED BY SIZE
               " SOURCE " DELIMITED BY SIZE
               WS-SRC-NAME(WS-PC-SOURCE(WS-PC-IDX)) DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               WS-PC-CUST(WS-PC-IDX) DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               WS-PC-ACCT(WS-PC-IDX) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-SUPPRESSED-LINE
           COMPUTE WS-LINE-LAST =
               WS-PC-FIRST(WS-PC-IDX) + WS-PC-LINES(WS-PC-IDX) - 1
           PERFORM VARYING WS-LINE-IDX FROM WS-PC-FIRST(WS-PC-IDX)
                   BY 1 UNTIL WS-LINE-IDX > WS-LINE-LAST
               MOVE WS-LINE-TEXT(WS-LINE-IDX) TO WS-RPT-LINE
               PERFORM WRITE-SUPPRESSED-LINE
           END-PERFORM.

       WRITE-SUPPRESSED-LINE.
           WRITE SUPPRESSED-MAIL-LINE FROM WS-RPT-LINE.

      *> Every piece is now in mailstream.txt or mailsupp.txt, so the
      *> letter files are emptied; a second run the same day finds
      *> nothing to send twice.
       CLEAR-SOURCES.
           IF WS-SRC-FOUND(1) = 'Y'
               OPEN OUTPUT NSF-LETTERS
               CLOSE NSF-LETTERS
           END-IF
           IF WS-SRC-FOUND(2) = 'Y'
               OPEN OUTPUT LOAN-NOTICES
               CLOSE LOAN-NOTICES
           END-IF
           IF WS-SRC-FOUND(3) = 'Y'
               OPEN OUTPUT COLLECTION-LETTERS
               CLOSE COLLECTION-LETTERS
           END-IF
           IF WS-SRC-FOUND(4) = 'Y'
               OPEN OUTPUT PAYOFF-LETTERS
               CLOSE PAYOFF-LETTERS
           END-IF
           IF WS-SRC-FOUND(5) = 'Y'
               OPEN OUTPUT ESCHEAT-NOTICES
               CLOSE ESCHEAT-NOTICES
           END-IF
           IF WS-SRC-FOUND(6) = 'Y'
               OPEN OUTPUT TAX-CUSTOMER-COPY
               CLOSE TAX-CUSTOMER-COPY
           END-IF
           IF WS-SRC-FOUND(7) = 'Y'
               OPEN OUTPUT ESTATE-LETTERS
               CLOSE ESTATE-LETTERS
           END-IF
           IF WS-SRC-FOUND(8) = 'Y'
               OPEN OUTPUT DISPUTE-LETTERS
               CLOSE DISPUTE-LETTERS
           END-IF
           IF WS-SRC-FOUND(9) = 'Y'
               OPEN OUTPUT LEVY-NOTICES
               CLOSE LEVY-NOTICES
           END-IF
           IF WS-SRC-FOUND(10) = 'Y'
               OPEN OUTPUT STATEMENT-PRINT
               CLOSE STATEMENT-PRINT
           END-IF.

      *> Pieces, pieces held and envelopes by source file. A source's
      *> envelope count is the envelopes its pieces went in; the sum
      *> over sources less the envelopes actually mailed is what
      *> householding saved.
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT MAIL-CONTROL-REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "MAIL ASSEMBLY CONTROL - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "SOURCE FILE          PIECES  MAILED    HELD  ENVELOPES"
               TO WS-RPT-LINE
           PERFORM WRITE-CONTROL-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-PIECES(WS-SRC-IDX) TO WS-CNT-DISPLAY
               MOVE WS-SRC-MAILED(WS-SRC-IDX) TO WS-CNT-DISPLAY-2
               MOVE WS-SRC-HELD(WS-SRC-IDX) TO WS-CNT-DISPLAY-3
               MOVE WS-SRC-ENVELOPES(WS-SRC-IDX) TO WS-CNT-DISPLAY-4
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CNT-DISPLAY DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CNT-DISPLAY-2 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CNT-DISPLAY-3 DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-CNT-DISPLAY-4 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-CONTROL-LINE
               DISPLAY WS-RPT-LINE
           END-PERFORM
           MOVE WS-PC-COUNT TO WS-CNT-DISPLAY
           MOVE WS-MAILED-TOTAL TO WS-CNT-DISPLAY-2
           MOVE WS-HELD-TOTAL TO WS-CNT-DISPLAY-3
           MOVE WS-ENV-COUNT TO WS-CNT-DISPLAY-4
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL               " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CNT-DISPLAY-2 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CNT-DISPLAY-3 DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-CNT-DISPLAY-4 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-CONTROL-LINE
           DISPLAY WS-RPT-LINE
           MOVE 0 TO WS-SAVED
           MOVE 0 TO WS-SEPARATE-TOTAL
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               ADD WS-SRC-ENVELOPES(WS-SRC-IDX) TO WS-SEPARATE-TOTAL
           END-PERFORM
           IF WS-SEPARATE-TOTAL > WS-ENV-COUNT
               COMPUTE WS-SAVED = WS-SEPARATE-TOTAL - WS-ENV-COUNT
           END-IF
           MOVE WS-SAVED TO WS-CNT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "ENVELOPES SAVED BY HOUSEHOLDING: " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-CONTROL-LINE
           DISPLAY WS-RPT-LINE
           MOVE WS-RTM-COUNT TO WS-CNT-DISPLAY
           MOVE WS-RTM-FLAGGED TO WS-CNT-DISPLAY-2
           MOVE WS-RTM-REJECTED TO WS-CNT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING "RETURNED MAIL: " DELIMITED BY SIZE
               WS-CNT-DISPLAY DELIMITED BY SIZE
               " ITEMS, " DELIMITED BY SIZE
               WS-CNT-DISPLAY-2 DELIMITED BY SIZE
               " ADDRESSES MARKED BAD, " DELIMITED BY SIZE
               WS-CNT-DISPLAY-3 DELIMITED BY SIZE
               " NOT MATCHED" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-CONTROL-LINE
           CLOSE MAIL-CONTROL-REPORT.

       WRITE-CONTROL-LINE.
           WRITE MAIL-CONTROL-LINE FROM WS-RPT-LINE.
       END PROGRAM MailAssembly.
