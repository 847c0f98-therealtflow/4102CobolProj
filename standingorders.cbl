
      *> One record per standing payment order.
      *> SO-FREQUENCY: M = monthly, Q = quarterly (from start month).
      *> SO-STATUS: A = active, X = cancelled, E = expired,
      *> S = suspended by EstateProcess (paying owner deceased).
      *> SO-LAST-RUN guards against double-posting within one day.
      *> SO-EXT-ROUTING 0 = SO-TARGET is one of our accounts; when a
      *> routing number is present the order pays SO-TARGET at that
      *> bank through the outbound interchange file.
      *> SO-PAYEE-NAME: the external payee as keyed, screened against
      *> the sanctions watch list each time the order runs. An
      *> external order with no payee name is skipped, not paid.
       FD STANDING-ORDERS.
       01 STANDING-ORDER-REC.
           05 SO-ORDER-NUM  PIC 9(5).
           05 SO-LAST-RUN   PIC 9(8).
           05 SO-EXT-ROUTING PIC 9(9).
           05 SO-EXT-ROUTING-X REDEFINES SO-EXT-ROUTING PIC X(9).
           05 SO-PAYEE-NAME PIC X(30).

       FD TXN-CONTROL.
       01 TXN-CONTROL-REC.
       01 WS-ORDER-OVERFLOW PIC X VALUE 'N'.
       01 WS-ORDER-IDX PIC 9(3).
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 200 TIMES PIC X(91).
       01 WS-SO-WORK.
           05 SOW-ORDER-NUM  PIC 9(5).
           05 SOW-ACCOUNT    PIC 9(5).
           05 SOW-STATUS     PIC X(1).
           05 SOW-LAST-RUN   PIC 9(8).
           05 SOW-EXT-ROUTING PIC 9(9).
           05 SOW-PAYEE-NAME PIC X(30).
       01 WS-MAX-ORDER-NUM PIC 9(5) VALUE 0.
       01 WS-CANCEL-NUM PIC 9(5).
       01 WS-CANCEL-FOUND PIC X VALUE 'N'.
       01 WS-EXEC-COUNT PIC 9(3) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(3) VALUE 0.
       01 WS-EXPIRE-COUNT PIC 9(3) VALUE 0.
       01 WS-HELD-COUNT PIC 9(3) VALUE 0.
       01 WS-EODSTEP-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-AUTO-MODE PIC X VALUE 'N'.
       01 WS-TRACE PIC X(15) VALUE SPACES.
       COPY "HOLDTOT.cpy".
       COPY "CHKDIG.cpy".
       COPY "WATCHREQ.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                           "check digit does not prove"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO SOW-PAYEE-NAME
               ELSE
                   DISPLAY "Payee name: "
                   MOVE SPACES TO SOW-PAYEE-NAME
                   ACCEPT SOW-PAYEE-NAME
                   IF SOW-PAYEE-NAME = SPACES
                       DISPLAY "Payee name is required for a payment "
                           "to another bank"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "Amount: "
               ACCEPT SOW-AMOUNT
                       SOW-EXT-ROUTING "/" SOW-TARGET " "
                       SOW-AMOUNT " " SOW-FREQUENCY " DAY "
                       SOW-DAY " " SOW-STATUS
                   IF SOW-PAYEE-NAME NOT = SPACES
                       DISPLAY "      PAYEE " SOW-PAYEE-NAME
                   END-IF
               ELSE
                   DISPLAY SOW-ORDER-NUM " " SOW-ACCOUNT " -> "
                       SOW-TARGET " " SOW-AMOUNT " "
               DISPLAY "Orders executed: " WS-EXEC-COUNT
               DISPLAY "Orders skipped : " WS-SKIP-COUNT
               DISPLAY "Orders expired : " WS-EXPIRE-COUNT
               DISPLAY "Orders held    : " WS-HELD-COUNT
           END-IF.

       EVALUATE-ORDER.
           ELSE IF (WS-DAILY-WITHDRAWN + SOW-AMOUNT)
                   > WS-DAILY-LIMIT
               MOVE "DAILY LIMIT EXCEEDED" TO WS-SKIP-REASON
           ELSE IF SOW-EXT-ROUTING > 0 AND SOW-PAYEE-NAME = SPACES
               MOVE "NO PAYEE NAME TO SCREEN" TO WS-SKIP-REASON
           ELSE IF SOW-EXT-ROUTING > 0
               CONTINUE
           ELSE
           END-IF.

       EXECUTE-ORDER.
           MOVE 'Y' TO WLS-RESULT
           IF SOW-EXT-ROUTING > 0
               PERFORM SCREEN-ORDER-PAYEE
           END-IF
           IF WLS-RESULT = 'H'
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "Order " SOW-ORDER-NUM " held: " WLS-MESSAGE
               DISPLAY "      compliance item " WLS-ITEM-NUM
           ELSE IF SOW-EXT-ROUTING > 0
               PERFORM EXECUTE-EXTERNAL-ORDER
               ADD 1 TO WS-EXEC-COUNT
           ELSE
               PERFORM EXECUTE-INTERNAL-ORDER
               ADD 1 TO WS-EXEC-COUNT
           END-IF.
           MOVE WS-TODAY TO SOW-LAST-RUN.

      *> An external payee is screened against the sanctions watch
      *> list before anything is debited. A hit is queued for
      *> ComplianceReview, which sends this run's payment if the hit
      *> is released; the order still counts as run for the day.
       SCREEN-ORDER-PAYEE.
           MOVE "STORDER" TO WLS-SOURCE
           MOVE SOW-PAYEE-NAME TO WLS-NAME
           MOVE SOW-ACCOUNT TO WLS-ACCOUNT-NUM
           MOVE SOW-AMOUNT TO WLS-AMOUNT
           MOVE SOW-EXT-ROUTING TO WLS-ROUTING
           MOVE SOW-TARGET TO WLS-EXT-ACCOUNT
           MOVE SPACES TO WLS-TRACE
           MOVE SOW-ORDER-NUM TO WLS-SOURCE-REF
           MOVE 'C' TO WLS-DC-CODE
           MOVE SPACES TO WLS-OPERATOR
           MOVE WS-TODAY TO WLS-DATE
           CALL 'WatchScreen' USING WLS-REQUEST.

       EXECUTE-INTERNAL-ORDER.
           MOVE SOW-ACCOUNT TO ACCOUNT-NUM
                           IF (LOG-TXN-TYPE = "WITHDRAW"
                               OR LOG-TXN-TYPE = "XFEROUT"
                               OR LOG-TXN-TYPE = "STORDOUT"
                               OR LOG-TXN-TYPE = "EXTPMTDR"
                               OR LOG-TXN-TYPE = "OFCHKDR")
                               AND LOG-DATE = WS-TODAY
                               MOVE LOG-ACCOUNT-NUM TO ACCOUNT-NUM
                               PERFORM FIND-DAILY-WITHDRAWN
           MOVE WS-DESC TO LOG-DESC
           MOVE SPACES TO WS-DESC
           MOVE WS-TRACE TO LOG-TRACE
           MOVE ACCT-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           MOVE SPACES TO WS-TRACE
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
