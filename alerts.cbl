       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountAlerts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT ASSIGN TO 'accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ALERT-ENROLL ASSIGN TO 'alertenr.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENR-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO 'translog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT NSF-EXCEPTIONS ASSIGN TO 'nsfexceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
           SELECT NSF-EXC-ARCHIVE ASSIGN TO 'nsfexcarch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFARCH-STATUS.
           SELECT AUTH-RESPONSES ASSIGN TO 'authresp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT ALERTED-AUTHS ASSIGN TO 'alertauth.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALAUTH-STATUS.
           SELECT ALERT-CONTROL ASSIGN TO 'alertctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTCTL-STATUS.
           SELECT ALERT-FILE ASSIGN TO 'alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD ALERT-ENROLL.
       COPY "ALERTENR.cpy".

       FD TRANSACTION-LOG.
       COPY "TRANSLOG.cpy".

       FD NSF-EXCEPTIONS.
       COPY "NSFREC.cpy".

      *> Incidents NsfNotices has already handled, same layout as
      *> nsfexceptions.txt. Both are read so the alert run finds the
      *> day's NSF items whether it runs before or after the fee run.
       FD NSF-EXC-ARCHIVE.
       01 NSF-ARCHIVE-REC PIC X(42).

      *> CardAuth's answer file from its latest run (same layout).
       FD AUTH-RESPONSES.
       01 AUTH-RESPONSE-REC.
           05 RESP-AUTH-ID PIC X(15).
           05 RESP-ACCOUNT PIC 9(5).
           05 RESP-AMOUNT  PIC 9(7)V99.
           05 RESP-CODE    PIC X(1).
           05 RESP-REASON  PIC X(3).

      *> Declines already alerted and the business date they were
      *> alerted on, so an authresp.txt not replaced by a CardAuth
      *> run since does not alert the same decline again tomorrow.
      *> Rewritten each run with the declines in authresp.txt.
       FD ALERTED-AUTHS.
       01 ALERTED-AUTH-REC.
           05 ALA-AUTH-ID PIC X(15).
           05 ALA-DATE    PIC 9(8).

      *> How many calendar days ahead of a CD's maturity date and of
      *> a loan payment's due date the customer is alerted.
       FD ALERT-CONTROL.
       01 ALERT-CONTROL-REC.
           05 CTL-CD-DAYS   PIC 9(3).
           05 CTL-LOAN-DAYS PIC 9(3).

      *> Alert file for the text/e-mail messaging vendor, one fixed
      *> record per message, replaced each run. ALR-TYPE is LOWBAL,
      *> BIGWDRL, NSF, DECLINE, CDMATURE, LOANDUE or FREEZE. The
      *> account number is masked to its last two digits. ALR-AMOUNT
      *> is the balance, withdrawal, NSF item, declined amount, CD
      *> balance or loan payment; ALR-EVENT-DATE is the business date
      *> of the event, the CD's maturity date or the payment due
      *> date; ALR-REF is the posting reference or authorization ID.
      *> The last record is a trailer (ATR-REC-TYPE TRAILER) with the
      *> message count and the count of each type, in the order
      *> above, so the vendor's load can be reconciled to this run.
       FD ALERT-FILE.
       01 ALERT-REC.
           05 ALR-BUS-DATE     PIC 9(8).
           05 ALR-TYPE         PIC X(8).
           05 ALR-CHANNEL      PIC X(1).
           05 ALR-ADDRESS      PIC X(50).
           05 ALR-CUST-NUM     PIC 9(5).
           05 ALR-ACCOUNT-MASK PIC X(5).
           05 ALR-AMOUNT       PIC S9(9)V99.
           05 ALR-EVENT-DATE   PIC 9(8).
           05 ALR-REF          PIC X(15).
       01 ALERT-TRAILER-REC.
           05 ATR-BUS-DATE      PIC 9(8).
           05 ATR-REC-TYPE      PIC X(8).
           05 ATR-ALERT-COUNT   PIC 9(7).
           05 ATR-LOWBAL-COUNT  PIC 9(7).
           05 ATR-BIGWD-COUNT   PIC 9(7).
           05 ATR-NSF-COUNT     PIC 9(7).
           05 ATR-DECLINE-COUNT PIC 9(7).
           05 ATR-CD-COUNT      PIC 9(7).
           05 ATR-LOAN-COUNT    PIC 9(7).
           05 ATR-FREEZE-COUNT  PIC 9(7).
           05 FILLER            PIC X(39).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-ENR-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-NSF-STATUS PIC XX.
       01 WS-NSFARCH-STATUS PIC XX.
       01 WS-RESP-STATUS PIC XX.
       01 WS-ALAUTH-STATUS PIC XX.
       01 WS-ALRTCTL-STATUS PIC XX.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-DAY PIC 9(7).
       01 WS-DAYS-AHEAD PIC S9(7).
       01 WS-CD-DAYS PIC 9(3) VALUE 30.
       01 WS-LOAN-DAYS PIC 9(3) VALUE 5.
       01 WS-OVERFLOW PIC X VALUE 'N'.
       01 WS-FOUND PIC X VALUE 'N'.
       01 WS-ENR-CHANGED PIC X VALUE 'N'.
      *> Accounts that posted today, for the low balance alert.
       01 WS-PST-COUNT PIC 9(4) VALUE 0.
       01 WS-PST-IDX PIC 9(4).
       01 WS-PST-TABLE.
           05 WS-PST-ACCT OCCURS 3000 TIMES PIC 9(5).
      *> Today's withdrawals, for the large withdrawal alert.
       01 WS-WDL-COUNT PIC 9(4) VALUE 0.
       01 WS-WDL-IDX PIC 9(4).
       01 WS-WDL-HIT PIC 9(4) VALUE 0.
       01 WS-WDL-TABLE.
           05 WS-WDL-ENTRY OCCURS 3000 TIMES.
               10 WS-WDL-ACCT   PIC 9(5).
               10 WS-WDL-AMOUNT PIC 9(7)V99.
               10 WS-WDL-REF    PIC 9(9).
      *> Today's NSF items from both NSF files.
       01 WS-NSF-COUNT PIC 9(3) VALUE 0.
       01 WS-NSF-IDX PIC 9(3).
       01 WS-NSF-TABLE.
           05 WS-NSF-ENTRY OCCURS 500 TIMES.
               10 WS-NSF-ACCT      PIC 9(5).
               10 WS-NSF-AMOUNT    PIC 9(7)V99.
       01 WS-NSF-WORK.
           05 W-NSF-ACCOUNT   PIC 9(5).
           05 W-NSF-ATTEMPTED PIC 9(7)V99.
           05 W-NSF-BALANCE   PIC S9(9)V99.
           05 W-NSF-DATE      PIC 9(8).
           05 W-NSF-TIME      PIC 9(8).
           05 W-NSF-PROCESSED PIC X(1).
      *> Declines in authresp.txt, each with the date it was (or is
      *> now being) alerted; only those dated today are sent.
       01 WS-DCL-COUNT PIC 9(4) VALUE 0.
       01 WS-DCL-IDX PIC 9(4).
       01 WS-DCL-TABLE.
           05 WS-DCL-ENTRY OCCURS 1000 TIMES.
               10 WS-DCL-AUTH-ID PIC X(15).
               10 WS-DCL-ACCT    PIC 9(5).
               10 WS-DCL-AMOUNT  PIC 9(7)V99.
               10 WS-DCL-DATE    PIC 9(8).
       01 WS-ALA-COUNT PIC 9(4) VALUE 0.
       01 WS-ALA-IDX PIC 9(4).
       01 WS-ALA-TABLE.
           05 WS-ALA-ENTRY OCCURS 1000 TIMES.
               10 WS-ALA-AUTH-ID PIC X(15).
               10 WS-ALA-DATE    PIC 9(8).
      *> Run totals.
       01 WS-ENR-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(5) VALUE 0.
       01 WS-ALERT-COUNT PIC 9(5) VALUE 0.
       01 WS-LOWBAL-COUNT PIC 9(5) VALUE 0.
       01 WS-BIGWD-COUNT PIC 9(5) VALUE 0.
       01 WS-NSFALR-COUNT PIC 9(5) VALUE 0.
       01 WS-DECLINE-COUNT PIC 9(5) VALUE 0.
       01 WS-CDALR-COUNT PIC 9(5) VALUE 0.
       01 WS-LOANALR-COUNT PIC 9(5) VALUE 0.
       01 WS-FREEZE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Customer Account Alerts Run"
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-ALERT-CONTROL
           PERFORM LOAD-TODAYS-POSTINGS
           PERFORM LOAD-TODAYS-NSF
           PERFORM LOAD-DECLINES
           IF WS-OVERFLOW = 'Y'
               DISPLAY "Alert run refused - a work table is full"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               DISPLAY "No accounts.txt found - no alerts written"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ALERT-FILE
           OPEN I-O ALERT-ENROLL
           IF WS-ENR-STATUS = "35"
               DISPLAY "No alertenr.txt found - no one is enrolled"
           ELSE
               PERFORM SWEEP-ENROLLMENTS
               CLOSE ALERT-ENROLL
           END-IF
           PERFORM WRITE-ALERT-TRAILER
           CLOSE ALERT-FILE
           CLOSE ACCOUNT
           PERFORM SAVE-ALERTED-AUTHS
           DISPLAY "----------------------------------------"
           DISPLAY "Enrollments checked : " WS-ENR-COUNT
           DISPLAY "Enrollments skipped : " WS-SKIP-COUNT
           DISPLAY "LOWBAL   alerts     : " WS-LOWBAL-COUNT
           DISPLAY "BIGWDRL  alerts     : " WS-BIGWD-COUNT
           DISPLAY "NSF      alerts     : " WS-NSFALR-COUNT
           DISPLAY "DECLINE  alerts     : " WS-DECLINE-COUNT
           DISPLAY "CDMATURE alerts     : " WS-CDALR-COUNT
           DISPLAY "LOANDUE  alerts     : " WS-LOANALR-COUNT
           DISPLAY "FREEZE   alerts     : " WS-FREEZE-COUNT
           DISPLAY "Alerts written      : " WS-ALERT-COUNT
               " to alerts.txt"
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
           END-IF
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-TODAY).

       READ-ALERT-CONTROL.
           OPEN INPUT ALERT-CONTROL
           IF WS-ALRTCTL-STATUS = "35"
               DISPLAY "No alertctl.dat found - using default CD and "
                   "loan alert windows"
           ELSE
               READ ALERT-CONTROL
               MOVE CTL-CD-DAYS TO WS-CD-DAYS
               MOVE CTL-LOAN-DAYS TO WS-LOAN-DAYS
               CLOSE ALERT-CONTROL
           END-IF.

      *> A reversed posting never happened as far as the customer is
      *> concerned, so it does not count as a withdrawal. The
      *> withdrawal types are the customer's own money going out;
      *> fees, loan payments and sweeps are not alerted.
       LOAD-TODAYS-POSTINGS.
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
                       IF LOG-DATE = WS-TODAY
                           PERFORM NOTE-POSTED-ACCOUNT
                           IF LOG-STATUS NOT = 'R'
                               AND (LOG-TXN-TYPE = "WITHDRAW"
                               OR LOG-TXN-TYPE = "XFEROUT"
                               OR LOG-TXN-TYPE = "STORDOUT"
                               OR LOG-TXN-TYPE = "EXTPMTDR"
                               OR LOG-TXN-TYPE = "OFCHKDR"
                               OR LOG-TXN-TYPE = "CLRDEBIT"
                               OR LOG-TXN-TYPE = "ODADVNCE")
                               PERFORM NOTE-WITHDRAWAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
               CLOSE TRANSACTION-LOG
           END-IF.

       NOTE-POSTED-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-PST-ACCT(WS-PST-IDX) = LOG-ACCOUNT-NUM
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-PST-COUNT < 3000
                   ADD 1 TO WS-PST-COUNT
                   MOVE LOG-ACCOUNT-NUM TO WS-PST-ACCT(WS-PST-COUNT)
               ELSE
                   DISPLAY "More than 3000 accounts posted today"
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF.

      *> A withdrawal or clearing debit that draws on the overdraft
      *> line posts as two legs, the ODADVNCE leg carrying the first
      *> leg's reference; the legs are added back together so the
      *> alert threshold sees the whole withdrawal. An advance with
      *> no covered leg (the account was already at or below zero)
      *> stands as a withdrawal on its own.
       NOTE-WITHDRAWAL.
           MOVE 0 TO WS-WDL-HIT
           IF LOG-TXN-TYPE = "ODADVNCE" AND LOG-XREF-NUM > 0
               PERFORM VARYING WS-WDL-IDX FROM 1 BY 1
                       UNTIL WS-WDL-IDX > WS-WDL-COUNT
                       OR WS-WDL-HIT > 0
                   IF WS-WDL-REF(WS-WDL-IDX) = LOG-XREF-NUM
                       AND WS-WDL-ACCT(WS-WDL-IDX) = LOG-ACCOUNT-NUM
                       MOVE WS-WDL-IDX TO WS-WDL-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WDL-HIT > 0
               ADD LOG-AMOUNT TO WS-WDL-AMOUNT(WS-WDL-HIT)
           ELSE IF WS-WDL-COUNT < 3000
               ADD 1 TO WS-WDL-COUNT
               MOVE LOG-ACCOUNT-NUM TO WS-WDL-ACCT(WS-WDL-COUNT)
               MOVE LOG-AMOUNT TO WS-WDL-AMOUNT(WS-WDL-COUNT)
               MOVE LOG-REF-NUM TO WS-WDL-REF(WS-WDL-COUNT)
           ELSE
               DISPLAY "More than 3000 withdrawals posted today"
               MOVE 'Y' TO WS-OVERFLOW
           END-IF
           END-IF.

      *> NsfNotices moves the incidents it has handled from
      *> nsfexceptions.txt to nsfexcarch.txt, so today's items may be
      *> in either file depending on the order of the evening run.
       LOAD-TODAYS-NSF.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NSF-EXCEPTIONS
           IF WS-NSF-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NSF-EXCEPTIONS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NSF-EXCEPTION-REC TO WS-NSF-WORK
                       PERFORM NOTE-NSF-ITEM
               END-READ
           END-PERFORM
           IF WS-NSF-STATUS NOT = "35"
               CLOSE NSF-EXCEPTIONS
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT NSF-EXC-ARCHIVE
           IF WS-NSFARCH-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NSF-EXC-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE NSF-ARCHIVE-REC TO WS-NSF-WORK
                       PERFORM NOTE-NSF-ITEM
               END-READ
           END-PERFORM
           IF WS-NSFARCH-STATUS NOT = "35"
               CLOSE NSF-EXC-ARCHIVE
           END-IF.

       NOTE-NSF-ITEM.
           IF W-NSF-DATE = WS-TODAY
               IF WS-NSF-COUNT < 500
                   ADD 1 TO WS-NSF-COUNT
                   MOVE W-NSF-ACCOUNT TO WS-NSF-ACCT(WS-NSF-COUNT)
                   MOVE W-NSF-ATTEMPTED TO WS-NSF-AMOUNT(WS-NSF-COUNT)
               ELSE
                   DISPLAY "More than 500 NSF items today"
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF.

      *> authresp.txt holds only CardAuth's latest run and carries no
      *> date, so a decline is sent the first night it is seen and
      *> remembered in alertauth.txt. A rerun the same night sends
      *> it again, as it is still dated today.
       LOAD-DECLINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ALERTED-AUTHS
           IF WS-ALAUTH-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERTED-AUTHS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ALA-COUNT < 1000
                           ADD 1 TO WS-ALA-COUNT
                           MOVE ALA-AUTH-ID
                               TO WS-ALA-AUTH-ID(WS-ALA-COUNT)
                           MOVE ALA-DATE TO WS-ALA-DATE(WS-ALA-COUNT)
                       ELSE
                           DISPLAY "More than 1000 alerted declines"
                           MOVE 'Y' TO WS-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ALAUTH-STATUS NOT = "35"
               CLOSE ALERTED-AUTHS
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUTH-RESPONSES
           IF WS-RESP-STATUS = "35"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-RESPONSES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RESP-CODE = 'D'
                           PERFORM NOTE-DECLINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESP-STATUS NOT = "35"
               CLOSE AUTH-RESPONSES
           END-IF.

       NOTE-DECLINE.
           IF WS-DCL-COUNT NOT < 1000
               DISPLAY "More than 1000 declines in authresp.txt"
               MOVE 'Y' TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DCL-COUNT
           MOVE RESP-AUTH-ID TO WS-DCL-AUTH-ID(WS-DCL-COUNT)
           MOVE RESP-ACCOUNT TO WS-DCL-ACCT(WS-DCL-COUNT)
           MOVE RESP-AMOUNT TO WS-DCL-AMOUNT(WS-DCL-COUNT)
           MOVE WS-TODAY TO WS-DCL-DATE(WS-DCL-COUNT)
           PERFORM VARYING WS-ALA-IDX FROM 1 BY 1
                   UNTIL WS-ALA-IDX > WS-ALA-COUNT
               IF WS-ALA-AUTH-ID(WS-ALA-IDX) = RESP-AUTH-ID
                   MOVE WS-ALA-DATE(WS-ALA-IDX)
                       TO WS-DCL-DATE(WS-DCL-COUNT)
               END-IF
           END-PERFORM.

      *> Only declines still in authresp.txt need remembering; once
      *> CardAuth replaces the file they cannot be seen again.
       SAVE-ALERTED-AUTHS.
           OPEN OUTPUT ALERTED-AUTHS
           PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                   UNTIL WS-DCL-IDX > WS-DCL-COUNT
               MOVE WS-DCL-AUTH-ID(WS-DCL-IDX) TO ALA-AUTH-ID
               MOVE WS-DCL-DATE(WS-DCL-IDX) TO ALA-DATE
               WRITE ALERTED-AUTH-REC
           END-PERFORM
           CLOSE ALERTED-AUTHS.

       SWEEP-ENROLLMENTS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ENR-KEY
           START ALERT-ENROLL KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERT-ENROLL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ENR-STATUS = 'A'
                           PERFORM CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

      *> The CD, loan and freeze alerts are sent once per maturity,
      *> due date or freeze; the enrollment remembers what was sent
      *> and when, so a rerun on the same business date sends the
      *> same alerts again and a later night does not.
       CHECK-ONE-ENROLLMENT.
           ADD 1 TO WS-ENR-COUNT
           MOVE 'N' TO WS-ENR-CHANGED
           MOVE ENR-ACCOUNT-NUM TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = 'C'
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ENR-LOW-BAL-FLAG = 'Y'
               PERFORM CHECK-LOW-BALANCE
           END-IF
           IF ENR-BIG-WD-FLAG = 'Y'
               PERFORM CHECK-BIG-WITHDRAWALS
           END-IF
           IF ENR-NSF-FLAG = 'Y'
               PERFORM CHECK-NSF-ITEMS
           END-IF
           IF ENR-DECLINE-FLAG = 'Y'
               PERFORM CHECK-DECLINES
           END-IF
           IF ENR-CD-FLAG = 'Y' AND ACCOUNT-TYPE = 'T'
               PERFORM CHECK-CD-MATURITY
           END-IF
           IF ENR-LOAN-FLAG = 'Y' AND ACCOUNT-TYPE = 'L'
               PERFORM CHECK-LOAN-DUE
           END-IF
           PERFORM CHECK-FREEZE
           IF WS-ENR-CHANGED = 'Y'
               REWRITE ALERT-ENROLL-REC
           END-IF.

      *> Only an account that moved today can have newly dropped
      *> below the customer's floor; the master holds the balance
      *> the day ended on.
       CHECK-LOW-BALANCE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-PST-ACCT(WS-PST-IDX) = ACCOUNT-NUM
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y' AND ACCOUNT-BALANCE < ENR-LOW-BAL-AMT
               MOVE "LOWBAL" TO ALR-TYPE
               MOVE ACCOUNT-BALANCE TO ALR-AMOUNT
               MOVE WS-TODAY TO ALR-EVENT-DATE
               MOVE SPACES TO ALR-REF
               PERFORM WRITE-ALERT
               ADD 1 TO WS-LOWBAL-COUNT
           END-IF.

       CHECK-BIG-WITHDRAWALS.
           PERFORM VARYING WS-WDL-IDX FROM 1 BY 1
                   UNTIL WS-WDL-IDX > WS-WDL-COUNT
               IF WS-WDL-ACCT(WS-WDL-IDX) = ACCOUNT-NUM
                   AND WS-WDL-AMOUNT(WS-WDL-IDX) > ENR-BIG-WD-AMT
                   MOVE "BIGWDRL" TO ALR-TYPE
                   MOVE WS-WDL-AMOUNT(WS-WDL-IDX) TO ALR-AMOUNT
                   MOVE WS-TODAY TO ALR-EVENT-DATE
                   MOVE WS-WDL-REF(WS-WDL-IDX) TO ALR-REF
                   PERFORM WRITE-ALERT
                   ADD 1 TO WS-BIGWD-COUNT
               END-IF
           END-PERFORM.

       CHECK-NSF-ITEMS.
           PERFORM VARYING WS-NSF-IDX FROM 1 BY 1
                   UNTIL WS-NSF-IDX > WS-NSF-COUNT
               IF WS-NSF-ACCT(WS-NSF-IDX) = ACCOUNT-NUM
                   MOVE "NSF" TO ALR-TYPE
                   MOVE WS-NSF-AMOUNT(WS-NSF-IDX) TO ALR-AMOUNT
                   MOVE WS-TODAY TO ALR-EVENT-DATE
                   MOVE SPACES TO ALR-REF
                   PERFORM WRITE-ALERT
                   ADD 1 TO WS-NSFALR-COUNT
               END-IF
           END-PERFORM.

       CHECK-DECLINES.
           PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                   UNTIL WS-DCL-IDX > WS-DCL-COUNT
               IF WS-DCL-ACCT(WS-DCL-IDX) = ACCOUNT-NUM
                   AND WS-DCL-DATE(WS-DCL-IDX) = WS-TODAY
                   MOVE "DECLINE" TO ALR-TYPE
                   MOVE WS-DCL-AMOUNT(WS-DCL-IDX) TO ALR-AMOUNT
                   MOVE WS-TODAY TO ALR-EVENT-DATE
                   MOVE WS-DCL-AUTH-ID(WS-DCL-IDX) TO ALR-REF
                   PERFORM WRITE-ALERT
                   ADD 1 TO WS-DECLINE-COUNT
               END-IF
           END-PERFORM.

       CHECK-CD-MATURITY.
           IF ACCT-MATURITY-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-AHEAD =
               FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
               - WS-TODAY-DAY
           IF WS-DAYS-AHEAD < 0 OR WS-DAYS-AHEAD > WS-CD-DAYS
               EXIT PARAGRAPH
           END-IF
           IF ENR-CD-ALERT-MAT = ACCT-MATURITY-DATE
               AND ENR-CD-ALERT-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF ENR-CD-ALERT-MAT NOT = ACCT-MATURITY-DATE
               MOVE ACCT-MATURITY-DATE TO ENR-CD-ALERT-MAT
               MOVE WS-TODAY TO ENR-CD-ALERT-DATE
               MOVE 'Y' TO WS-ENR-CHANGED
           END-IF
           MOVE "CDMATURE" TO ALR-TYPE
           MOVE ACCOUNT-BALANCE TO ALR-AMOUNT
           MOVE ACCT-MATURITY-DATE TO ALR-EVENT-DATE
           MOVE SPACES TO ALR-REF
           PERFORM WRITE-ALERT
           ADD 1 TO WS-CDALR-COUNT.

       CHECK-LOAN-DUE.
           IF ACCT-PMT-DUE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-AHEAD =
               FUNCTION INTEGER-OF-DATE(ACCT-PMT-DUE-DATE)
               - WS-TODAY-DAY
           IF WS-DAYS-AHEAD < 0 OR WS-DAYS-AHEAD > WS-LOAN-DAYS
               EXIT PARAGRAPH
           END-IF
           IF ENR-LOAN-ALERT-DUE = ACCT-PMT-DUE-DATE
               AND ENR-LOAN-ALERT-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF ENR-LOAN-ALERT-DUE NOT = ACCT-PMT-DUE-DATE
               MOVE ACCT-PMT-DUE-DATE TO ENR-LOAN-ALERT-DUE
               MOVE WS-TODAY TO ENR-LOAN-ALERT-DATE
               MOVE 'Y' TO WS-ENR-CHANGED
           END-IF
           MOVE "LOANDUE" TO ALR-TYPE
           MOVE ACCT-PMT-AMOUNT TO ALR-AMOUNT
           MOVE ACCT-PMT-DUE-DATE TO ALR-EVENT-DATE
           MOVE SPACES TO ALR-REF
           PERFORM WRITE-ALERT
           ADD 1 TO WS-LOANALR-COUNT.

      *> Once the account is unfrozen the freeze date is cleared, so
      *> a later freeze is alerted again.
       CHECK-FREEZE.
           IF ACCOUNT-STATUS NOT = 'F'
               IF ENR-FREEZE-ALERT-DATE NOT = 0
                   MOVE 0 TO ENR-FREEZE-ALERT-DATE
                   MOVE 'Y' TO WS-ENR-CHANGED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ENR-FREEZE-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ENR-FREEZE-ALERT-DATE NOT = 0
               AND ENR-FREEZE-ALERT-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF ENR-FREEZE-ALERT-DATE = 0
               MOVE WS-TODAY TO ENR-FREEZE-ALERT-DATE
               MOVE 'Y' TO WS-ENR-CHANGED
           END-IF
           MOVE "FREEZE" TO ALR-TYPE
           MOVE ACCOUNT-BALANCE TO ALR-AMOUNT
           MOVE WS-TODAY TO ALR-EVENT-DATE
           MOVE SPACES TO ALR-REF
           PERFORM WRITE-ALERT
           ADD 1 TO WS-FREEZE-COUNT.

      *> Caller sets the type, amount, event date and reference.
       WRITE-ALERT.
           MOVE WS-TODAY TO ALR-BUS-DATE
           MOVE ENR-CHANNEL TO ALR-CHANNEL
           MOVE ENR-ADDRESS TO ALR-ADDRESS
           MOVE ENR-CUST-NUM TO ALR-CUST-NUM
           MOVE "XXX" TO ALR-ACCOUNT-MASK(1:3)
           MOVE ENR-ACCOUNT-NUM(4:2) TO ALR-ACCOUNT-MASK(4:2)
           WRITE ALERT-REC
           ADD 1 TO WS-ALERT-COUNT.

       WRITE-ALERT-TRAILER.
           MOVE SPACES TO ALERT-TRAILER-REC
           MOVE WS-TODAY TO ATR-BUS-DATE
           MOVE "TRAILER" TO ATR-REC-TYPE
           MOVE WS-ALERT-COUNT TO ATR-ALERT-COUNT
           MOVE WS-LOWBAL-COUNT TO ATR-LOWBAL-COUNT
           MOVE WS-BIGWD-COUNT TO ATR-BIGWD-COUNT
           MOVE WS-NSFALR-COUNT TO ATR-NSF-COUNT
           MOVE WS-DECLINE-COUNT TO ATR-DECLINE-COUNT
           MOVE WS-CDALR-COUNT TO ATR-CD-COUNT
           MOVE WS-LOANALR-COUNT TO ATR-LOAN-COUNT
           MOVE WS-FREEZE-COUNT TO ATR-FREEZE-COUNT
           WRITE ALERT-TRAILER-REC.
       END PROGRAM AccountAlerts.
