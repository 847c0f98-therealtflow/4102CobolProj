       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerJournalInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-JOURNAL ASSIGN TO 'tellerjnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TELLER-JOURNAL.
       COPY "TELLJRNL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TJ-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CHOICE PIC 9.
       01 WS-OPER-ID PIC X(4).
       01 WS-FIND-OPERATOR PIC X(4) VALUE SPACES.
       01 WS-FIND-DATE PIC 9(8) VALUE 0.
       01 WS-FIND-ACCOUNT PIC 9(5) VALUE 0.
       01 WS-FIND-REF PIC 9(9) VALUE 0.
       01 WS-MATCH PIC X VALUE 'N'.
       01 WS-MATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-LAST-SESSION PIC X(14) VALUE SPACES.
       01 WS-LAST-OPERATOR PIC X(4) VALUE SPACES.
       01 WS-AMT-DISPLAY PIC Z(6)9.99.
       01 WS-BAL-DISPLAY PIC -(9)9.99.
       01 WS-AVL-DISPLAY PIC -(9)9.99.
       COPY "SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Teller Journal Inquiry"
           PERFORM OPERATOR-SIGN-ON
           DISPLAY "1. By operator"
           DISPLAY "2. By business date"
           DISPLAY "3. By account number"
           DISPLAY "4. By reference number"
           ACCEPT WS-CHOICE
           IF WS-CHOICE = 1
               DISPLAY "Operator ID: "
               ACCEPT WS-FIND-OPERATOR
               DISPLAY "Business date (YYYYMMDD, 0 for all): "
               ACCEPT WS-FIND-DATE
           ELSE IF WS-CHOICE = 2
               DISPLAY "Business date (YYYYMMDD): "
               ACCEPT WS-FIND-DATE
           ELSE IF WS-CHOICE = 3
               DISPLAY "Account number: "
               ACCEPT WS-FIND-ACCOUNT
           ELSE IF WS-CHOICE = 4
               DISPLAY "Reference number: "
               ACCEPT WS-FIND-REF
           ELSE
               DISPLAY "Invalid choice."
               STOP RUN
           END-IF.
           PERFORM SCAN-JOURNAL
           IF WS-MATCH-COUNT = 0
               DISPLAY "No journal entries found"
           ELSE
               DISPLAY "Journal entries shown: " WS-MATCH-COUNT
           END-IF
           STOP RUN.

      *> The journal is the supervisor's replay of what a teller
      *> did, so only a supervisor may read it.
       OPERATOR-SIGN-ON.
           DISPLAY "Operator ID: "
           ACCEPT SGN-OPER-ID
           DISPLAY "Password: "
           ACCEPT SGN-PASSWORD
           MOVE 'S' TO SGN-NEED-ROLE
           CALL 'SignOn' USING SGN-REQUEST
           IF SGN-RESULT NOT = 'Y'
               DISPLAY "Sign-on refused: " SGN-MESSAGE
               STOP RUN
           END-IF
           MOVE SGN-OPER-ID TO WS-OPER-ID.

      *> The journal is written in the order the work was done, so
      *> reading it straight through replays each session in turn.
       SCAN-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TELLER-JOURNAL
           IF WS-TJ-STATUS = "35"
               DISPLAY "No tellerjnl.txt found"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TELLER-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-JOURNAL-ENTRY
                       IF WS-MATCH = 'Y'
                           PERFORM SHOW-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TJ-STATUS NOT = "35"
               CLOSE TELLER-JOURNAL
           END-IF.

      *> A reference number also brings up the legs tied to it, so
      *> a split deposit or a transfer is seen whole.
       CHECK-JOURNAL-ENTRY.
           MOVE 'N' TO WS-MATCH
           IF WS-CHOICE = 1
               IF TJ-OPERATOR = WS-FIND-OPERATOR
                   AND (WS-FIND-DATE = 0
                       OR TJ-BUS-DATE = WS-FIND-DATE)
                   MOVE 'Y' TO WS-MATCH
               END-IF
           ELSE IF WS-CHOICE = 2
               IF TJ-BUS-DATE = WS-FIND-DATE
                   MOVE 'Y' TO WS-MATCH
               END-IF
           ELSE IF WS-CHOICE = 3
               IF TJ-ACCOUNT-NUM = WS-FIND-ACCOUNT
                   MOVE 'Y' TO WS-MATCH
               END-IF
           ELSE
               IF TJ-REF-NUM = WS-FIND-REF
                   OR TJ-XREF-NUM = WS-FIND-REF
                   MOVE 'Y' TO WS-MATCH
               END-IF
           END-IF.

       SHOW-JOURNAL-ENTRY.
           ADD 1 TO WS-MATCH-COUNT
           IF TJ-SESSION NOT = WS-LAST-SESSION
               OR TJ-OPERATOR NOT = WS-LAST-OPERATOR
               DISPLAY "=========================================="
               DISPLAY "Operator " TJ-OPERATOR " branch " TJ-BRANCH
                   " signed on " TJ-SESSION(1:8) " "
                   TJ-SESSION(9:2) ":" TJ-SESSION(11:2) ":"
                   TJ-SESSION(13:2)
               MOVE TJ-SESSION TO WS-LAST-SESSION
               MOVE TJ-OPERATOR TO WS-LAST-OPERATOR
           END-IF
           MOVE TJ-AMOUNT TO WS-AMT-DISPLAY
           MOVE TJ-BALANCE TO WS-BAL-DISPLAY
           MOVE TJ-AVAILABLE TO WS-AVL-DISPLAY
           DISPLAY TJ-CLOCK-DATE " " TJ-CLOCK-TIME(1:2) ":"
               TJ-CLOCK-TIME(3:2) ":" TJ-CLOCK-TIME(5:2)
               " BUS " TJ-BUS-DATE
               " MENU " TJ-RUN-MODE "/" TJ-OPTION
               " REF " TJ-REF-NUM
           DISPLAY "    ACCT " TJ-ACCOUNT-NUM " " TJ-TXN-TYPE
               " " WS-AMT-DISPLAY " TENDER " TJ-TENDER
               " BAL " WS-BAL-DISPLAY " AVAIL " WS-AVL-DISPLAY
           IF TJ-XREF-NUM > 0
               DISPLAY "    TIED TO REF " TJ-XREF-NUM
           END-IF
           IF TJ-OVR-TYPE NOT = SPACES
               DISPLAY "    OVERRIDE " TJ-OVR-TYPE
                   " APPROVED BY " TJ-OVR-SUPERVISOR
           END-IF.
       END PROGRAM TellerJournalInquiry.
