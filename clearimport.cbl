           SELECT BUSINESS-DATE-FILE ASSIGN TO 'bizdate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.
           SELECT OFFICIAL-CHECK-REGISTER ASSIGN TO 'ofchkreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> standard return reason: R01 = insufficient funds,
      *> R02 = account closed, R03 = no account, R08 = payment
      *> stopped, R16 = account frozen, R17 = item unreadable,
      *> R20 = non-transaction (dormant) account, R24 = official
      *> check already paid.
       FD CLEARING-RETURNS.
       01 CLEARING-RETURN-REC.
           05 RTN-TRACE-NUM   PIC X(15).
       01 BUSINESS-DATE-REC.
           05 CTL-BUSINESS-DATE PIC 9(8).

       FD OFFICIAL-CHECK-REGISTER.
       COPY "OFCHKREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ITEM-COUNT PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURN-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURN-REASON PIC X(3).
       01 WS-MIN-BALANCE PIC 9(7)V99 VALUE 100.
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
               10 WS-STP-TRACE  PIC X(15).
               10 WS-STP-EXPIRY PIC 9(8).
               10 WS-STP-STAT   PIC X(1).
       01 WS-CLR-DESC PIC X(30) VALUE SPACES.
       01 WS-OFCHK-STATUS PIC XX.
       01 WS-OFCHK-EOF PIC X VALUE 'N'.
       01 WS-OFCHK-COUNT PIC 9(4) VALUE 0.
       01 WS-OFCHK-IDX PIC 9(4).
       01 WS-OFCHK-HIT PIC 9(4) VALUE 0.
       01 WS-OFCHK-OVERFLOW PIC X VALUE 'N'.
       01 WS-OFCHK-CHANGED PIC X VALUE 'N'.
       01 WS-OFCHK-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-OFCHK-SERIAL PIC 9(7).
       01 WS-OFCHK-TABLE.
           05 WS-OFCHK-ENTRY OCCURS 2000 TIMES PIC X(97).
       01 WS-OFCHK-WORK.
           05 OCW-SERIAL        PIC 9(7).
           05 OCW-ISSUE-DATE    PIC 9(8).
           05 OCW-AMOUNT        PIC 9(7)V99.
           05 OCW-PAYEE         PIC X(30).
           05 OCW-REMITTER-ACCT PIC 9(5).
           05 OCW-TENDER        PIC X(1).
           05 OCW-REF-NUM       PIC 9(9).
           05 OCW-OPERATOR      PIC X(4).
           05 OCW-STATUS        PIC X(1).
           05 OCW-PAID-DATE     PIC 9(8).
           05 OCW-PAID-TRACE    PIC X(15).
       COPY "HOLDTOT.cpy".
       COPY "WATCHREQ.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-TXN-CONTROL
           PERFORM LOAD-STOP-PAYMENTS
           PERFORM LOAD-OFFICIAL-CHECKS
           IF WS-OFCHK-OVERFLOW = 'Y'
               DISPLAY "More than 2000 official checks on register - "
                   "import refused so no checks are lost on rewrite"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFY-CLEARING-CONTROLS
           IF WS-FILE-CTL-OK = 'N'
               DISPLAY "Import refused - clearing.txt file "
               END-IF
               CLOSE CLEARING-FILE
           END-IF
           IF WS-OFCHK-CHANGED = 'Y'
               PERFORM SAVE-OFFICIAL-CHECKS
           END-IF
           DISPLAY "Stops matched : " WS-STOP-MATCHED
           DISPLAY "Items read    : " WS-ITEM-COUNT
           DISPLAY "Items posted  : " WS-POSTED-COUNT
           DISPLAY "Items returned: " WS-RETURN-COUNT
           DISPLAY "Items held    : " WS-HELD-COUNT
           DISPLAY "Official checks paid: " WS-OFCHK-PAID-COUNT
           GOBACK.

      *> First pass over clearing.txt: count the details and sum
      *> on whichever real account the mangled digits happen to hit.
       PROCESS-CLEARING-ITEM.
           MOVE SPACES TO WS-RETURN-REASON
           IF CLR-ACCOUNT-X = "00000"
               PERFORM PAY-OFFICIAL-CHECK
               IF WS-RETURN-REASON NOT = SPACES
                   PERFORM WRITE-RETURN-ITEM
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DIGIT-OK
           IF CLR-ACCOUNT-X NUMERIC
               MOVE 'V' TO CD-ACTION
                   ADD 1 TO WS-POSTED-COUNT
               END-IF
           ELSE
               PERFORM SCREEN-CREDIT-NAME
               IF WLS-RESULT = 'H'
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "Item " CLR-TRACE-NUM " held: "
                       WLS-MESSAGE
               ELSE
                   PERFORM POST-CREDIT-WITH-PAYDOWN
                   ADD 1 TO WS-POSTED-COUNT
               END-IF
           END-IF.

      *> Official checks are drawn on the bank's own official-check
      *> account 00000, and the partner carries the check's serial
      *> number in the first seven positions of the trace. A check
      *> is paid only against an outstanding register entry for the
      *> same amount: an unknown serial goes back R03, one already
      *> paid R24, and anything unreadable or mismatched R17.
       PAY-OFFICIAL-CHECK.
           MOVE 0 TO WS-OFCHK-HIT
           IF CLR-DC-CODE NOT = 'D'
               OR CLR-AMOUNT-X NOT NUMERIC
               OR CLR-TRACE-NUM(1:7) NOT NUMERIC
               MOVE "R17" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CLR-TRACE-NUM(1:7) TO WS-OFCHK-SERIAL
           PERFORM VARYING WS-OFCHK-IDX FROM 1 BY 1
                   UNTIL WS-OFCHK-IDX > WS-OFCHK-COUNT
               MOVE WS-OFCHK-ENTRY(WS-OFCHK-IDX) TO WS-OFCHK-WORK
               IF OCW-SERIAL = WS-OFCHK-SERIAL
                   MOVE WS-OFCHK-IDX TO WS-OFCHK-HIT
               END-IF
           END-PERFORM
           IF WS-OFCHK-HIT = 0
               MOVE "R03" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFCHK-ENTRY(WS-OFCHK-HIT) TO WS-OFCHK-WORK
           IF OCW-STATUS = 'P'
               MOVE "R24" TO WS-RETURN-REASON
           ELSE IF OCW-AMOUNT NOT = CLR-AMOUNT
               MOVE "R17" TO WS-RETURN-REASON
           ELSE
               MOVE 'P' TO OCW-STATUS
               MOVE WS-TODAY TO OCW-PAID-DATE
               MOVE CLR-TRACE-NUM TO OCW-PAID-TRACE
               MOVE WS-OFCHK-WORK TO WS-OFCHK-ENTRY(WS-OFCHK-HIT)
               MOVE 'Y' TO WS-OFCHK-CHANGED
               PERFORM LOG-OFFICIAL-CHECK-PAID
               ADD 1 TO WS-POSTED-COUNT
               ADD 1 TO WS-OFCHK-PAID-COUNT
           END-IF.

      *> The paid check is journaled on the remitter's account as a
      *> balance-neutral OFCHKPD line (the customer's money left when
      *> the check was issued), which moves the item out of OFFICIAL
      *> CHECKS OUTSTANDING at GLExtract.
       LOG-OFFICIAL-CHECK-PAID.
           MOVE OCW-REMITTER-ACCT TO ACCOUNT-NUM
           READ ACCOUNT
               INVALID KEY
                   MOVE 0 TO ACCOUNT-BALANCE
                   MOVE SPACES TO ACCT-BRANCH
           END-READ
           MOVE "OFCHKPD" TO LOG-TXN-TYPE
           MOVE CLR-AMOUNT TO WS-CLR-PART
           STRING "OFFICIAL CHECK " DELIMITED BY SIZE
               OCW-SERIAL DELIMITED BY SIZE
               " PAID" DELIMITED BY SIZE
               INTO WS-CLR-DESC
           PERFORM LOG-CLEARING-TXN.

       LOAD-OFFICIAL-CHECKS.
           MOVE 0 TO WS-OFCHK-COUNT
           MOVE 'N' TO WS-OFCHK-OVERFLOW
           MOVE 'N' TO WS-OFCHK-EOF
           OPEN INPUT OFFICIAL-CHECK-REGISTER
           IF WS-OFCHK-STATUS = "35"
               MOVE 'Y' TO WS-OFCHK-EOF
           END-IF
           PERFORM UNTIL WS-OFCHK-EOF = 'Y'
               READ OFFICIAL-CHECK-REGISTER
                   AT END
                       MOVE 'Y' TO WS-OFCHK-EOF
                   NOT AT END
                       IF WS-OFCHK-COUNT < 2000
                           ADD 1 TO WS-OFCHK-COUNT
                           MOVE OFFICIAL-CHECK-REC
                               TO WS-OFCHK-ENTRY(WS-OFCHK-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OFCHK-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OFCHK-STATUS NOT = "35"
               CLOSE OFFICIAL-CHECK-REGISTER
           END-IF.

       SAVE-OFFICIAL-CHECKS.
           OPEN OUTPUT OFFICIAL-CHECK-REGISTER
           PERFORM VARYING WS-OFCHK-IDX FROM 1 BY 1
                   UNTIL WS-OFCHK-IDX > WS-OFCHK-COUNT
               MOVE WS-OFCHK-ENTRY(WS-OFCHK-IDX)
                   TO OFFICIAL-CHECK-REC
               WRITE OFFICIAL-CHECK-REC
           END-PERFORM
           CLOSE OFFICIAL-CHECK-REGISTER.

      *> The receiving customer on an incoming credit is screened
      *> against the sanctions watch list. A hit is queued for
      *> ComplianceReview and the credit is neither posted nor
      *> returned; a release posts it from the queue.
       SCREEN-CREDIT-NAME.
           MOVE "CLRCREDT" TO WLS-SOURCE
           MOVE NAME TO WLS-NAME
           MOVE ACCOUNT-NUM TO WLS-ACCOUNT-NUM
           MOVE CLR-AMOUNT TO WLS-AMOUNT
           MOVE CLR-ROUTING TO WLS-ROUTING
           MOVE 0 TO WLS-EXT-ACCOUNT
           MOVE CLR-TRACE-NUM TO WLS-TRACE
           MOVE SPACES TO WLS-SOURCE-REF
           MOVE 'C' TO WLS-DC-CODE
           MOVE SPACES TO WLS-OPERATOR
           MOVE WS-TODAY TO WLS-DATE
           CALL 'WatchScreen' USING WLS-REQUEST.

      *> The piece of the item the ledger cannot cover is an advance
      *> on the approved line, posted as its own ODADVNCE leg tied
      *> to the clearing debit.
           MOVE SPACE TO LOG-TENDER
           MOVE SPACES TO LOG-OPERATOR
           MOVE SPACES TO LOG-DESC
           IF WS-CLR-DESC NOT = SPACES
               MOVE WS-CLR-DESC TO LOG-DESC
               MOVE SPACES TO WS-CLR-DESC
           ELSE
               STRING "CLEARING ITEM RT " DELIMITED BY SIZE
                   CLR-ROUTING DELIMITED BY SIZE
                   INTO LOG-DESC
           END-IF
           MOVE CLR-TRACE-NUM TO LOG-TRACE
           MOVE ACCT-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
