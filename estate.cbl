       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstateProcess.

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
           SELECT STANDING-ORDERS ASSIGN TO 'stanord.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LOG-ARCHIVE ASSIGN TO 'translogarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT STATUS-AUDIT-LOG ASSIGN TO 'statusaudit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAUDIT-STATUS.
           SELECT ESTATE-LETTERS ASSIGN TO 'estateletters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTLTR-STATUS.
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

      *> Maintained by StandingOrders; layouts must agree.
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

       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

      *> Postings moved out of translog.txt by HistoryArchive, same
      *> 113 byte image.
       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

      *> Maintained by transactions.cbl; layouts must agree.
       FD STATUS-AUDIT-LOG.
       01 STATUS-AUDIT-REC.
           05 STA-ACCOUNT-NUM PIC 9(5).
           05 STA-ACTION      PIC X(8).
           05 STA-REASON      PIC X(1).
           05 STA-RESULT      PIC X(7).
           05 STA-DATE        PIC 9(8).
           05 STA-TIME        PIC 9(8).
           05 STA-OPERATOR    PIC X(4).

       FD ESTATE-LETTERS.
       01 ESTATE-LETTER-LINE PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-CUST-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-SO-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-STAUDIT-STATUS PIC XX.
       01 WS-ESTLTR-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-ROLE PIC X(1).
       01 WS-SUP-ID PIC X(4).
       01 WS-SUP-OK PIC X VALUE 'N'.
       01 WS-DECEASED-CUST PIC 9(5) VALUE 0.
       01 WS-DECEASED-NAME PIC X(30).
       01 WS-DEATH-DATE PIC 9(8) VALUE 0.
       01 WS-CONFIRM PIC X(1).
      *> Every acctowners.txt row, so the deceased's joint rows can
      *> be dropped and the file written back.
       01 WS-OWN-COUNT PIC 9(4) VALUE 0.
       01 WS-OWN-IDX PIC 9(4).
       01 WS-OTHER-IDX PIC 9(4).
       01 WS-OWN-OVERFLOW PIC X VALUE 'N'.
       01 WS-OWNER-TABLE.
           05 WS-OWN-ENTRY OCCURS 2000 TIMES.
               10 WS-OWN-ACCT PIC 9(5).
               10 WS-OWN-CUST PIC 9(5).
               10 WS-OWN-PRIM PIC X(1).
       01 WS-OWNERS-CHANGED PIC X VALUE 'N'.
       01 WS-SURVIVOR-COUNT PIC 9(3).
       01 WS-SURVIVOR-IDX PIC 9(4).
      *> The deceased's accounts: S = solely owned (frozen),
      *> J = joint (deceased removed, survivors keep control).
       01 WS-EST-COUNT PIC 9(3) VALUE 0.
       01 WS-EST-IDX PIC 9(3).
       01 WS-EST-OVERFLOW PIC X VALUE 'N'.
       01 WS-EST-TABLE.
           05 WS-EST-ENTRY OCCURS 100 TIMES.
               10 WS-EST-ACCT      PIC 9(5).
               10 WS-EST-HOLDING   PIC X(1).
               10 WS-EST-TYPE      PIC X(1).
               10 WS-EST-BEFORE    PIC X(1).
               10 WS-EST-AFTER     PIC X(1).
               10 WS-EST-BALANCE   PIC S9(9)V99.
               10 WS-EST-CURRENT   PIC S9(9)V99.
       01 WS-FROZEN-COUNT PIC 9(3) VALUE 0.
       01 WS-JOINT-COUNT PIC 9(3) VALUE 0.
       01 WS-SO-COUNT PIC 9(3) VALUE 0.
       01 WS-SO-IDX PIC 9(3).
       01 WS-SO-OVERFLOW PIC X VALUE 'N'.
       01 WS-SO-SUSPENDED PIC 9(3) VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 200 TIMES PIC X(91).
       01 WS-SOLE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-JOINT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-RPT-LINE PIC X(80).
       01 WS-AMT-DISPLAY PIC -(10)9.99.
       01 WS-HOLDING-TEXT PIC X(28).
       COPY "SIGNON.cpy".
       COPY "MAILHDR.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Estate Processing - Deceased Customer"
           PERFORM OPERATOR-SIGN-ON
           PERFORM READ-BUSINESS-DATE
           DISPLAY "Deceased customer number: "
           ACCEPT WS-DECEASED-CUST
           PERFORM LOAD-DECEASED-CUSTOMER
           IF WS-DECEASED-CUST = 0
               STOP RUN
           END-IF
           DISPLAY "Date of death (YYYYMMDD): "
           ACCEPT WS-DEATH-DATE
           IF WS-DEATH-DATE = 0 OR WS-DEATH-DATE > WS-TODAY
               DISPLAY "Date of death must be on or before "
                   WS-TODAY
               STOP RUN
           END-IF
           PERFORM LOAD-OWNERS
           IF WS-OWN-OVERFLOW = 'Y'
               DISPLAY "acctowners.txt is larger than the owner "
                   "table - nothing changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ORDERS
           IF WS-SO-OVERFLOW = 'Y'
               DISPLAY "stanord.txt is larger than the order "
                   "table - nothing changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-ESTATE-ACCOUNTS
           IF WS-EST-OVERFLOW = 'Y'
               DISPLAY "Customer is on more accounts than the estate "
                   "table holds - nothing changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EST-COUNT = 0
               DISPLAY "No accounts on acctowners.txt for customer "
                   WS-DECEASED-CUST
               STOP RUN
           END-IF
           DISPLAY "Accounts found: " WS-EST-COUNT
           DISPLAY "Freeze sole accounts and remove the customer "
               "from joint accounts? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Nothing changed"
               STOP RUN
           END-IF
           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUP-OK NOT = 'Y'
               MOVE "ESTATE" TO STA-ACTION
               MOVE 'D' TO STA-REASON
               MOVE "DENIED " TO STA-RESULT
               MOVE 0 TO ACCOUNT-NUM
               PERFORM LOG-STATUS-AUDIT
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               PERFORM SETTLE-ONE-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT
           IF WS-OWNERS-CHANGED = 'Y'
               PERFORM SAVE-OWNERS
           END-IF
           PERFORM SUSPEND-ORDERS
           PERFORM REBUILD-DEATH-BALANCES
           PERFORM WRITE-ESTATE-LETTER
           DISPLAY "Sole accounts frozen      : " WS-FROZEN-COUNT
           DISPLAY "Joint accounts released   : " WS-JOINT-COUNT
           DISPLAY "Standing orders suspended : " WS-SO-SUSPENDED
           DISPLAY "Estate balance letter written to "
               "estateletters.txt"
           STOP RUN.

       LOAD-DECEASED-CUSTOMER.
           OPEN INPUT CUSTOMER
           IF WS-CUST-STATUS = "35"
               DISPLAY "No customers.txt found"
               MOVE 0 TO WS-DECEASED-CUST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DECEASED-CUST TO CUST-NUM
           READ CUSTOMER
               INVALID KEY
                   DISPLAY "Customer not found: " WS-DECEASED-CUST
                   MOVE 0 TO WS-DECEASED-CUST
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-DECEASED-NAME
                   DISPLAY "Customer: " FUNCTION TRIM(CUST-NAME)
           END-READ
           CLOSE CUSTOMER.

       LOAD-OWNERS.
           MOVE 0 TO WS-OWN-COUNT
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
                       IF WS-OWN-COUNT < 2000
                           ADD 1 TO WS-OWN-COUNT
                           MOVE OWN-ACCOUNT-NUM
                               TO WS-OWN-ACCT(WS-OWN-COUNT)
                           MOVE OWN-CUSTOMER-NUM
                               TO WS-OWN-CUST(WS-OWN-COUNT)
                           MOVE OWN-PRIMARY
                               TO WS-OWN-PRIM(WS-OWN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OWN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OWNER-STATUS NOT = "35"
               CLOSE OWNER-XREF
           END-IF.

      *> Removed rows are left with a zero account number and are
      *> not written back.
       SAVE-OWNERS.
           OPEN OUTPUT OWNER-XREF
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) > 0
                   MOVE WS-OWN-ACCT(WS-OWN-IDX) TO OWN-ACCOUNT-NUM
                   MOVE WS-OWN-CUST(WS-OWN-IDX) TO OWN-CUSTOMER-NUM
                   MOVE WS-OWN-PRIM(WS-OWN-IDX) TO OWN-PRIMARY
                   WRITE OWNER-XREF-REC
               END-IF
           END-PERFORM
           CLOSE OWNER-XREF.

       LOAD-ORDERS.
           MOVE 0 TO WS-SO-COUNT
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
                       IF WS-SO-COUNT < 200
                           ADD 1 TO WS-SO-COUNT
                           MOVE STANDING-ORDER-REC
                               TO WS-ORDER-ENTRY(WS-SO-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-SO-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SO-STATUS NOT = "35"
               CLOSE STANDING-ORDERS
           END-IF.

      *> An account is solely the deceased's when no other customer
      *> appears on it in acctowners.txt.
       FIND-ESTATE-ACCOUNTS.
           MOVE 0 TO WS-EST-COUNT
           MOVE 'N' TO WS-EST-OVERFLOW
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-CUST(WS-OWN-IDX) = WS-DECEASED-CUST
                   AND WS-EST-COUNT >= 100
                   MOVE 'Y' TO WS-EST-OVERFLOW
               ELSE IF WS-OWN-CUST(WS-OWN-IDX) = WS-DECEASED-CUST
                   ADD 1 TO WS-EST-COUNT
                   MOVE WS-OWN-ACCT(WS-OWN-IDX)
                       TO WS-EST-ACCT(WS-EST-COUNT)
                   MOVE 'N' TO WS-EST-BEFORE(WS-EST-COUNT)
                   MOVE 'N' TO WS-EST-AFTER(WS-EST-COUNT)
                   MOVE 0 TO WS-EST-BALANCE(WS-EST-COUNT)
                   MOVE 0 TO WS-EST-CURRENT(WS-EST-COUNT)
                   MOVE SPACE TO WS-EST-TYPE(WS-EST-COUNT)
                   MOVE 0 TO WS-SURVIVOR-COUNT
                   PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                           UNTIL WS-OTHER-IDX > WS-OWN-COUNT
                       IF WS-OWN-ACCT(WS-OTHER-IDX) =
                           WS-OWN-ACCT(WS-OWN-IDX)
                           AND WS-OWN-CUST(WS-OTHER-IDX) NOT =
                           WS-DECEASED-CUST
                           ADD 1 TO WS-SURVIVOR-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-SURVIVOR-COUNT = 0
                       MOVE 'S' TO WS-EST-HOLDING(WS-EST-COUNT)
                   ELSE
                       MOVE 'J' TO WS-EST-HOLDING(WS-EST-COUNT)
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       SETTLE-ONE-ACCOUNT.
           MOVE WS-EST-ACCT(WS-EST-IDX) TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   DISPLAY "Account " WS-EST-ACCT(WS-EST-IDX)
                       " not on accounts.txt - skipped"
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-TYPE TO WS-EST-TYPE(WS-EST-IDX)
           MOVE ACCOUNT-BALANCE TO WS-EST-CURRENT(WS-EST-IDX)
           IF WS-EST-HOLDING(WS-EST-IDX) = 'S'
               PERFORM FREEZE-SOLE-ACCOUNT
           ELSE
               PERFORM REMOVE-JOINT-OWNER
           END-IF.

       FREEZE-SOLE-ACCOUNT.
           IF ACCOUNT-STATUS = 'C'
               DISPLAY "Account " ACCOUNT-NUM " is closed - listed "
                   "on the letter only"
           ELSE IF ACCOUNT-STATUS = 'F' AND FREEZE-REASON = 'D'
               DISPLAY "Account " ACCOUNT-NUM " already frozen - "
                   "deceased"
           ELSE
               MOVE 'F' TO ACCOUNT-STATUS
               MOVE 'D' TO FREEZE-REASON
               REWRITE ACCOUNT-FILE
               MOVE "FREEZE" TO STA-ACTION
               MOVE 'D' TO STA-REASON
               MOVE "GRANTED" TO STA-RESULT
               PERFORM LOG-STATUS-AUDIT
               ADD 1 TO WS-FROZEN-COUNT
               DISPLAY "Account " ACCOUNT-NUM " frozen - reason D"
           END-IF.

      *> The deceased's row is dropped. When the deceased was the
      *> primary owner, the first surviving owner becomes primary
      *> and the account record is re-pointed to that customer so
      *> statements and tax reporting follow the survivor.
       REMOVE-JOINT-OWNER.
           MOVE 0 TO WS-SURVIVOR-IDX
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) = ACCOUNT-NUM
                   IF WS-OWN-CUST(WS-OWN-IDX) = WS-DECEASED-CUST
                       MOVE 0 TO WS-OWN-ACCT(WS-OWN-IDX)
                       MOVE 'Y' TO WS-OWNERS-CHANGED
                   ELSE IF WS-SURVIVOR-IDX = 0
                       MOVE WS-OWN-IDX TO WS-SURVIVOR-IDX
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CUSTOMER-NUM = WS-DECEASED-CUST AND WS-SURVIVOR-IDX > 0
               MOVE 'P' TO WS-OWN-PRIM(WS-SURVIVOR-IDX)
               MOVE WS-OWN-CUST(WS-SURVIVOR-IDX) TO CUSTOMER-NUM
               PERFORM LOAD-SURVIVOR-NAME
               REWRITE ACCOUNT-FILE
               DISPLAY "Account " ACCOUNT-NUM " primary owner now "
                   "customer " CUSTOMER-NUM
           END-IF
           MOVE "OWNERDEL" TO STA-ACTION
           MOVE 'D' TO STA-REASON
           MOVE "GRANTED" TO STA-RESULT
           PERFORM LOG-STATUS-AUDIT
           ADD 1 TO WS-JOINT-COUNT
           DISPLAY "Account " ACCOUNT-NUM " - deceased removed, "
               "survivors keep control".

       LOAD-SURVIVOR-NAME.
           OPEN INPUT CUSTOMER
           MOVE CUSTOMER-NUM TO CUST-NUM
           READ CUSTOMER
               INVALID KEY
                   DISPLAY "Surviving customer " CUSTOMER-NUM
                       " not on customers.txt - name unchanged"
               NOT INVALID KEY
                   MOVE CUST-NAME TO NAME
                   MOVE CUST-SSN TO SSN
           END-READ
           CLOSE CUSTOMER.

      *> Orders paying out of an account now frozen for the estate
      *> are suspended (status S); StandingOrders only runs active
      *> orders. Orders on joint accounts stay with the survivors.
       SUSPEND-ORDERS.
           IF WS-SO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               MOVE WS-ORDER-ENTRY(WS-SO-IDX) TO STANDING-ORDER-REC
               IF SO-STATUS = 'A'
                   PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                           UNTIL WS-EST-IDX > WS-EST-COUNT
                       IF WS-EST-ACCT(WS-EST-IDX) = SO-ACCOUNT
                           AND WS-EST-HOLDING(WS-EST-IDX) = 'S'
                           AND SO-STATUS = 'A'
                           MOVE 'S' TO SO-STATUS
                           ADD 1 TO WS-SO-SUSPENDED
                           DISPLAY "Standing order " SO-ORDER-NUM
                               " suspended"
                       END-IF
                   END-PERFORM
                   MOVE STANDING-ORDER-REC
                       TO WS-ORDER-ENTRY(WS-SO-IDX)
               END-IF
           END-PERFORM
           IF WS-SO-SUSPENDED > 0
               OPEN OUTPUT STANDING-ORDERS
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                       UNTIL WS-SO-IDX > WS-SO-COUNT
                   MOVE WS-ORDER-ENTRY(WS-SO-IDX)
                       TO STANDING-ORDER-REC
                   WRITE STANDING-ORDER-REC
               END-PERFORM
               CLOSE STANDING-ORDERS
           END-IF.

      *> The balance on the date of death is the running balance on
      *> the last posting dated on or before it, archive first then
      *> the live log. An account with no posting by then takes the
      *> balance just before its first later posting; one with no
      *> postings at all has had its current balance throughout.
       REBUILD-DEATH-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOG-ARCHIVE
           IF WS-ARCH-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LOG-ARCHIVE-REC TO TRANSACTION-LOG-REC
                       PERFORM APPLY-LOG-RECORD
               END-READ
           END-PERFORM
           IF WS-ARCH-STATUS NOT = "35"
               CLOSE LOG-ARCHIVE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-LOG-RECORD
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG
           END-IF
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-EST-BEFORE(WS-EST-IDX) = 'N'
                   AND WS-EST-AFTER(WS-EST-IDX) = 'N'
                   MOVE WS-EST-CURRENT(WS-EST-IDX)
                       TO WS-EST-BALANCE(WS-EST-IDX)
               END-IF
           END-PERFORM.

       APPLY-LOG-RECORD.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-EST-ACCT(WS-EST-IDX) = LOG-ACCOUNT-NUM
                   IF LOG-DATE <= WS-DEATH-DATE
                       MOVE LOG-BALANCE TO WS-EST-BALANCE(WS-EST-IDX)
                       MOVE 'Y' TO WS-EST-BEFORE(WS-EST-IDX)
                   ELSE IF WS-EST-BEFORE(WS-EST-IDX) = 'N'
                       AND WS-EST-AFTER(WS-EST-IDX) = 'N'
                       PERFORM SET-BALANCE-BEFORE
                       MOVE 'Y' TO WS-EST-AFTER(WS-EST-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SET-BALANCE-BEFORE.
           IF LOG-TXN-TYPE = "WITHDRAW"
               OR LOG-TXN-TYPE = "XFEROUT"
               OR LOG-TXN-TYPE = "ODSWPOUT"
               OR LOG-TXN-TYPE = "RVRSL-DR"
               OR LOG-TXN-TYPE = "CLRDEBIT"
               OR LOG-TXN-TYPE = "STORDOUT"
               OR LOG-TXN-TYPE = "SERVFEE"
               OR LOG-TXN-TYPE = "NSFFEE"
               OR LOG-TXN-TYPE = "CDPAYOUT"
               OR LOG-TXN-TYPE = "CDPENLTY"
               OR LOG-TXN-TYPE = "LOANPRIN"
               OR LOG-TXN-TYPE = "EXTPMTDR"
               OR LOG-TXN-TYPE = "ODADVNCE"
               OR LOG-TXN-TYPE = "ODINTCHG"
               OR LOG-TXN-TYPE = "ESCHEAT"
               OR LOG-TXN-TYPE = "OFCHKDR"
               OR LOG-TXN-TYPE = "DSPRVRSL"
               OR LOG-TXN-TYPE = "LEVYFEE"
               OR LOG-TXN-TYPE = "LEVYPMT"
               COMPUTE WS-EST-BALANCE(WS-EST-IDX) =
                   LOG-BALANCE + LOG-AMOUNT
           ELSE IF LOG-TXN-TYPE = "LOANINT"
               OR LOG-TXN-TYPE = "RVRSL-NT"
               OR LOG-TXN-TYPE = "OFCHKCSH"
               OR LOG-TXN-TYPE = "OFCHKPD"
               OR LOG-TXN-TYPE = "DSPFINAL"
               MOVE LOG-BALANCE TO WS-EST-BALANCE(WS-EST-IDX)
           ELSE
               COMPUTE WS-EST-BALANCE(WS-EST-IDX) =
                   LOG-BALANCE - LOG-AMOUNT
           END-IF.

      *> One letter to the executor per run. Loan balances are what
      *> the deceased owed; deposit balances on joint accounts pass
      *> to the survivors and are shown for information only.
       WRITE-ESTATE-LETTER.
           OPEN EXTEND ESTATE-LETTERS
           IF WS-ESTLTR-STATUS = "35"
               OPEN OUTPUT ESTATE-LETTERS
           END-IF
           MOVE 0 TO MPH-ACCOUNT-NUM
           MOVE WS-DECEASED-CUST TO MPH-CUST-NUM
           WRITE ESTATE-LETTER-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-RPT-LINE
           STRING "ESTATE OF " DELIMITED BY SIZE
               WS-DECEASED-NAME DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               WS-DECEASED-CUST DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DATE OF DEATH " DELIMITED BY SIZE
               WS-DEATH-DATE DELIMITED BY SIZE
               "    LETTER DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "TO THE EXECUTOR OR ADMINISTRATOR OF THE ESTATE:"
               TO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "BALANCES ARE AS OF THE CLOSE OF THE DATE OF DEATH."
               TO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT TYPE  OWNERSHIP" DELIMITED BY SIZE
               "                         BALANCE" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE 0 TO WS-SOLE-TOTAL
           MOVE 0 TO WS-JOINT-TOTAL
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-EST-HOLDING(WS-EST-IDX) = 'S'
                   MOVE "SOLE - FROZEN FOR THE ESTATE" TO
                       WS-HOLDING-TEXT
                   ADD WS-EST-BALANCE(WS-EST-IDX) TO WS-SOLE-TOTAL
               ELSE
                   MOVE "JOINT - PASSES TO SURVIVOR" TO
                       WS-HOLDING-TEXT
                   ADD WS-EST-BALANCE(WS-EST-IDX) TO WS-JOINT-TOTAL
               END-IF
               MOVE WS-EST-BALANCE(WS-EST-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-EST-ACCT(WS-EST-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EST-TYPE(WS-EST-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-HOLDING-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-LETTER-LINE
           END-PERFORM
           MOVE WS-SOLE-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL SOLELY OWNED:                      "
               DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-JOINT-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL JOINTLY OWNED:                     "
               DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "TYPE L BALANCES ARE AMOUNTS OWED TO THE BANK."
               TO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "SOLE ACCOUNTS STAY FROZEN UNTIL LETTERS TESTAMENTARY"
               TO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "ARE PRESENTED. THEIR STANDING ORDERS AND CARDS ARE"
               TO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "STOPPED." TO WS-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           CLOSE ESTATE-LETTERS.

       WRITE-LETTER-LINE.
           WRITE ESTATE-LETTER-LINE FROM WS-RPT-LINE.

       LOG-STATUS-AUDIT.
           MOVE ACCOUNT-NUM TO STA-ACCOUNT-NUM
           MOVE WS-SUP-ID TO STA-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO STA-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO STA-TIME
           OPEN EXTEND STATUS-AUDIT-LOG
           IF WS-STAUDIT-STATUS = "35"
               OPEN OUTPUT STATUS-AUDIT-LOG
           END-IF
           WRITE STATUS-AUDIT-REC
           CLOSE STATUS-AUDIT-LOG.

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

      *> A supervisor who is already signed on approves with their own
      *> ID; otherwise a supervisor must key their own ID and password
      *> so the audit record names the approver, not the teller.
       SUPERVISOR-APPROVAL.
           MOVE 'N' TO WS-SUP-OK
           IF WS-OPER-ROLE = 'S'
               MOVE WS-OPER-ID TO WS-SUP-ID
               MOVE 'Y' TO WS-SUP-OK
           ELSE
               DISPLAY "Supervisor ID: "
               ACCEPT SGN-OPER-ID
               DISPLAY "Password: "
               ACCEPT SGN-PASSWORD
               MOVE 'S' TO SGN-NEED-ROLE
               CALL 'SignOn' USING SGN-REQUEST
               IF SGN-RESULT = 'Y'
                   MOVE SGN-OPER-ID TO WS-SUP-ID
                   MOVE 'Y' TO WS-SUP-OK
               ELSE
                   DISPLAY "Approval refused: " SGN-MESSAGE
                   MOVE SGN-OPER-ID TO WS-SUP-ID
               END-IF
           END-IF.

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
       END PROGRAM EstateProcess.
