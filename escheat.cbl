       COPY "TRANSLOG.cpy".

       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

      *> Layout shared with DormantSweep; must agree.
       FD DORMANT-CONTROL.
       01 WS-AMT-DISPLAY PIC Z(8)9.99.
       01 WS-NEXT-REF PIC 9(9) VALUE 0.
       01 WS-CHANGED PIC X VALUE 'N'.
       COPY "MAILHDR.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               CLOSE TRANSACTION-LOG
           END-IF.

      *> Same customer-initiated activity list DailySummary uses.
       NOTE-ACTIVITY.
           IF (LOG-TXN-TYPE = "WITHDRAW"
               OR LOG-TXN-TYPE = "DEPOSIT"
               OR LOG-TXN-TYPE = "CLRCREDT"
               OR LOG-TXN-TYPE = "LOANPRIN"
               OR LOG-TXN-TYPE = "LOANINT"
               OR LOG-TXN-TYPE = "EXTPMTDR"
               OR LOG-TXN-TYPE = "OFCHKDR"
               OR LOG-TXN-TYPE = "OFCHKCSH")
               AND LOG-ACCOUNT-NUM > 0
               IF LOG-DATE > WS-LAST-ACTIVITY(LOG-ACCOUNT-NUM)
                   MOVE LOG-DATE

       WRITE-NOTICE-LETTER.
           PERFORM GET-OWNER-IDENTITY
           MOVE ACCOUNT-NUM TO MPH-ACCOUNT-NUM
           MOVE 0 TO MPH-CUST-NUM
           WRITE ESCHEAT-NOTICE-LINE FROM MAIL-PIECE-HDR
           MOVE SPACES TO WS-RPT-LINE
           STRING "UNCLAIMED PROPERTY NOTICE - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
           MOVE ACCOUNT-BALANCE TO WS-ESCH-AMOUNT
           MOVE 0 TO ACCOUNT-BALANCE
           MOVE 'C' TO ACCOUNT-STATUS
           MOVE WS-TODAY TO ACCT-CLOSE-DATE
           REWRITE ACCOUNT-FILE
           MOVE "ESCHEAT" TO LOG-TXN-TYPE
           MOVE WS-ESCH-AMOUNT TO LOG-AMOUNT
           MOVE SPACES TO LOG-OPERATOR
           MOVE "REMITTED TO STATE AS UNCLAIMED" TO LOG-DESC
           MOVE SPACES TO LOG-TRACE
           MOVE ACCT-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
