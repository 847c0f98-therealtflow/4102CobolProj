               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DAY-SUMMARY ASSIGN TO 'daysum.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-KEY
               FILE STATUS IS WS-DSM-STATUS.
           SELECT DAY-TYPE-TOTALS ASSIGN TO 'daytype.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTT-KEY
               FILE STATUS IS WS-DTT-STATUS.
           SELECT SUMMARY-CONTROL ASSIGN TO 'daysumctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMCTL-STATUS.
           SELECT NSF-EXCEPTIONS ASSIGN TO 'nsfexceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
       FD ACCOUNT.
       COPY "ACCTREC.cpy".

       FD DAY-SUMMARY.
       COPY "DAYSUM.cpy".

       FD DAY-TYPE-TOTALS.
       COPY "DAYTYPE.cpy".

       FD SUMMARY-CONTROL.
       01 SUMMARY-CONTROL-REC.
           05 CTL-SUMMARY-DATE PIC 9(8).

       FD NSF-EXCEPTIONS.
       COPY "NSFREC.cpy".

      *> Closing accounts.txt total as of the last proof run; today's
      *> run proves prior total + today's net movement = today's total.
      *> The record with PRF-BRANCH = spaces is the bank-wide total and
      *> is always written first; one record follows for each home
      *> branch. A file from before branches has only the bank-wide
      *> record, which still reads correctly.
       FD PROOF-CONTROL.
       01 PROOF-CONTROL-REC.
           05 PRF-PRIOR-DATE  PIC 9(8).
           05 PRF-PRIOR-TOTAL PIC S9(11)V99.
           05 PRF-BRANCH      PIC X(3).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-DSM-STATUS PIC XX.
       01 WS-DTT-STATUS PIC XX.
       01 WS-SUMCTL-STATUS PIC XX.
       01 WS-NSF-STATUS PIC XX.
       01 WS-NSFARCH-STATUS PIC XX.
       01 WS-PRFCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DTT-EOF PIC X VALUE 'N'.
       01 WS-NSF-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-SUMMARY-DATE PIC 9(8) VALUE 0.
      *> Activity by type is printed straight from daytype.txt, one
      *> line per type across the branches that took it.
       01 WS-TYPE-NAME PIC X(8).
       01 WS-TYPE-CNT PIC 9(7) VALUE 0.
       01 WS-TYPE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-TYPE-LINES PIC 9(3) VALUE 0.
      *> The five busiest accounts of the day, busiest first, kept
      *> as the accounts file is totalled.
       01 WS-TOP-IDX PIC 9.
       01 WS-TOP-JDX PIC 9.
       01 WS-TOP-PLACED PIC X VALUE 'N'.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 5 TIMES.
               10 WS-TOP-ACCT PIC 9(5) VALUE 0.
               10 WS-TOP-CNT  PIC 9(5) VALUE 0.
       01 WS-NET-MOVEMENT PIC S9(11)V99 VALUE 0.
       01 WS-NSF-TODAY PIC 9(5) VALUE 0.
       01 WS-ACTUAL-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-HAVE-PRIOR PIC X VALUE 'N'.
       01 WS-SAME-DAY PIC X VALUE 'N'.
       01 WS-PRF-EOF PIC X VALUE 'N'.
       01 WS-POST-NET PIC S9(11)V99 VALUE 0.
      *> Branch proof table. Balances and net movement are by the
      *> account's home branch (ACCT-BRANCH); postings taken are by
      *> the branch that took them (LOG-BRANCH). Spaces mean 001.
       01 WS-BRANCH-CODE PIC X(3).
       01 WS-BR-COUNT PIC 9(2) VALUE 0.
       01 WS-BR-IDX PIC 9(2).
       01 WS-BR-FOUND-IDX PIC 9(2) VALUE 0.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES.
               10 WS-BR-CODE       PIC X(3).
               10 WS-BR-HAVE-PRIOR PIC X VALUE 'N'.
               10 WS-BR-PRIOR      PIC S9(11)V99 VALUE 0.
               10 WS-BR-NET        PIC S9(11)V99 VALUE 0.
               10 WS-BR-ACTUAL     PIC S9(11)V99 VALUE 0.
               10 WS-BR-TAKEN-CNT  PIC 9(5) VALUE 0.
               10 WS-BR-TAKEN-AMT  PIC 9(11)V99 VALUE 0.
       01 WS-BR-OVERFLOW PIC X VALUE 'N'.
       01 WS-BR-EXPECTED PIC S9(11)V99 VALUE 0.
       01 WS-BR-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-BR-OUT-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           DISPLAY "Daily Operations Proof Sheet - " WS-TODAY
           PERFORM CHECK-SUMMARY-BUILT
           IF WS-SUMMARY-DATE NOT = WS-TODAY
               DISPLAY "Daily summary not built for " WS-TODAY
                   " - run DailySummary before the proof"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-PROOF-CONTROL
           PERFORM TALLY-TODAYS-TOTALS
           PERFORM COUNT-TODAYS-NSF
           PERFORM TOTAL-ACCOUNTS-FILE
           PERFORM PRINT-PROOF-SHEET
               MOVE PRF-PRIOR-DATE TO WS-PRIOR-DATE
               MOVE PRF-PRIOR-TOTAL TO WS-PRIOR-TOTAL
               MOVE 'Y' TO WS-HAVE-PRIOR
               MOVE 'N' TO WS-PRF-EOF
               PERFORM UNTIL WS-PRF-EOF = 'Y'
                   READ PROOF-CONTROL
                       AT END
                           MOVE 'Y' TO WS-PRF-EOF
                       NOT AT END
                           PERFORM LOAD-BRANCH-PRIOR
                   END-READ
               END-PERFORM
               CLOSE PROOF-CONTROL
               IF WS-PRIOR-DATE = WS-TODAY
                   MOVE 'Y' TO WS-SAME-DAY
               END-IF
           END-IF.

       LOAD-BRANCH-PRIOR.
           IF PRF-BRANCH NOT = SPACES
               MOVE PRF-BRANCH TO WS-BRANCH-CODE
               PERFORM FIND-BRANCH-ENTRY
               IF WS-BR-FOUND-IDX > 0
                   MOVE 'Y' TO WS-BR-HAVE-PRIOR(WS-BR-FOUND-IDX)
                   MOVE PRF-PRIOR-TOTAL TO WS-BR-PRIOR(WS-BR-FOUND-IDX)
               END-IF
           END-IF.

      *> Finds or adds the WS-BRANCH-CODE entry; spaces mean 001.
       FIND-BRANCH-ENTRY.
           IF WS-BRANCH-CODE = SPACES
               MOVE "001" TO WS-BRANCH-CODE
           END-IF
           MOVE 0 TO WS-BR-FOUND-IDX
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-BRANCH-CODE
                   MOVE WS-BR-IDX TO WS-BR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BR-FOUND-IDX = 0
               IF WS-BR-COUNT < 20
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
                   MOVE WS-BR-COUNT TO WS-BR-FOUND-IDX
               ELSE
                   MOVE 'Y' TO WS-BR-OVERFLOW
               END-IF
           END-IF.

      *> Postings taken are counted against the branch that took
      *> them, from the day's type totals.
       TALLY-TODAYS-TOTALS.
           OPEN INPUT DAY-TYPE-TOTALS
           PERFORM START-TODAYS-TOTALS
           PERFORM UNTIL WS-DTT-EOF = 'Y'
               READ DAY-TYPE-TOTALS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DTT-EOF
                   NOT AT END
                       IF DTT-DATE NOT = WS-TODAY
                           MOVE 'Y' TO WS-DTT-EOF
                       ELSE
                           MOVE DTT-BRANCH TO WS-BRANCH-CODE
                           PERFORM FIND-BRANCH-ENTRY
                           IF WS-BR-FOUND-IDX > 0
                               ADD DTT-COUNT
                                   TO WS-BR-TAKEN-CNT(WS-BR-FOUND-IDX)
                               ADD DTT-AMOUNT
                                   TO WS-BR-TAKEN-AMT(WS-BR-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAY-TYPE-TOTALS.

       START-TODAYS-TOTALS.
           MOVE 'N' TO WS-DTT-EOF
           MOVE WS-TODAY TO DTT-DATE
           MOVE LOW-VALUES TO DTT-TXN-TYPE
           MOVE LOW-VALUES TO DTT-BRANCH
           START DAY-TYPE-TOTALS KEY IS NOT LESS THAN DTT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DTT-EOF
           END-START.

      *> Net movement goes to the account's home branch, so each
      *> branch's balances prove on their own.
       TALLY-ACCOUNT-SUMMARY.
           MOVE ACCOUNT-NUM TO DSM-ACCOUNT-NUM
           MOVE WS-TODAY TO DSM-DATE
           READ DAY-SUMMARY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-POST-NET = DSM-CREDIT-AMT - DSM-DEBIT-AMT
           ADD WS-POST-NET TO WS-NET-MOVEMENT
           IF WS-BR-FOUND-IDX > 0
               ADD WS-POST-NET TO WS-BR-NET(WS-BR-FOUND-IDX)
           END-IF
           IF DSM-POST-CNT > WS-TOP-CNT(5)
               PERFORM NOTE-BUSY-ACCOUNT
           END-IF.

       NOTE-BUSY-ACCOUNT.
           MOVE 5 TO WS-TOP-IDX
           MOVE 'N' TO WS-TOP-PLACED
           PERFORM UNTIL WS-TOP-PLACED = 'Y'
               IF WS-TOP-IDX = 1
                   MOVE 'Y' TO WS-TOP-PLACED
               ELSE
                   COMPUTE WS-TOP-JDX = WS-TOP-IDX - 1
                   IF WS-TOP-CNT(WS-TOP-JDX) >= DSM-POST-CNT
                       MOVE 'Y' TO WS-TOP-PLACED
                   ELSE
                       MOVE WS-TOP-ENTRY(WS-TOP-JDX)
                           TO WS-TOP-ENTRY(WS-TOP-IDX)
                       MOVE WS-TOP-JDX TO WS-TOP-IDX
                   END-IF
               END-IF
           END-PERFORM
           MOVE DSM-ACCOUNT-NUM TO WS-TOP-ACCT(WS-TOP-IDX)
           MOVE DSM-POST-CNT TO WS-TOP-CNT(WS-TOP-IDX).

       COUNT-TODAYS-NSF.
           MOVE 'N' TO WS-NSF-EOF

       TOTAL-ACCOUNTS-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DAY-SUMMARY
           OPEN INPUT ACCOUNT
           IF WS-ACCT-STATUS = "35"
               MOVE 'Y' TO WS-EOF
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD ACCOUNT-BALANCE TO WS-ACTUAL-TOTAL
                       MOVE ACCT-BRANCH TO WS-BRANCH-CODE
                       PERFORM FIND-BRANCH-ENTRY
                       IF WS-BR-FOUND-IDX > 0
                           ADD ACCOUNT-BALANCE
                               TO WS-BR-ACTUAL(WS-BR-FOUND-IDX)
                       END-IF
                       IF WS-DSM-STATUS NOT = "35"
                           PERFORM TALLY-ACCOUNT-SUMMARY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCT-STATUS NOT = "35"
               CLOSE ACCOUNT
           END-IF
           IF WS-DSM-STATUS NOT = "35"
               CLOSE DAY-SUMMARY
           END-IF.

       PRINT-PROOF-SHEET.
           DISPLAY "----------------------------------------"
           DISPLAY "Activity by transaction type:"
           PERFORM PRINT-TYPE-ACTIVITY
           IF WS-TYPE-LINES = 0
               DISPLAY "  (no postings today)"
           END-IF
           DISPLAY "NSF declines today : " WS-NSF-TODAY
           DISPLAY "Net movement today : " WS-NET-MOVEMENT
           DISPLAY "Highest-activity accounts:"
                   UNTIL WS-TOP-IDX > 5
               PERFORM SHOW-NEXT-BUSIEST
           END-PERFORM
           PERFORM PRINT-BRANCH-PROOF
           DISPLAY "----------------------------------------"
           DISPLAY "Bank-wide consolidation:"
           DISPLAY "Accounts file total: " WS-ACTUAL-TOTAL
           IF WS-BR-OVERFLOW = 'Y'
               DISPLAY "*** BRANCH BREAKDOWN INCOMPLETE - MORE THAN "
                   "20 BRANCHES ***"
           END-IF
           IF WS-SAME-DAY = 'Y'
               DISPLAY "Prior-day comparison skipped - proof "
               END-IF
           END-IF.

      *> A branch that does not prove is reported but does not stop the
      *> cycle on its own: a home-branch change in AccountMaint moves
      *> the balance between branches without a posting, and shows as
      *> equal and opposite differences. The bank-wide proof decides.
       PRINT-BRANCH-PROOF.
           DISPLAY "----------------------------------------"
           DISPLAY "Postings taken by branch:"
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-TAKEN-CNT(WS-BR-IDX) > 0
                   DISPLAY "  Branch " WS-BR-CODE(WS-BR-IDX)
                       " count " WS-BR-TAKEN-CNT(WS-BR-IDX)
                       " total " WS-BR-TAKEN-AMT(WS-BR-IDX)
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------"
           DISPLAY "Proof by home branch:"
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM PROVE-ONE-BRANCH
           END-PERFORM
           IF WS-BR-OUT-COUNT > 0
               DISPLAY "*** " WS-BR-OUT-COUNT " BRANCH(ES) DO NOT "
                   "PROVE - CHECK HOME-BRANCH CHANGES TODAY ***"
           END-IF.

       PROVE-ONE-BRANCH.
           DISPLAY "  Branch " WS-BR-CODE(WS-BR-IDX)
               " net movement " WS-BR-NET(WS-BR-IDX)
               " accounts total " WS-BR-ACTUAL(WS-BR-IDX)
           IF WS-SAME-DAY = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-HAVE-PRIOR(WS-BR-IDX) NOT = 'Y'
               DISPLAY "    no prior branch total - first proof "
                   "for this branch"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BR-EXPECTED =
               WS-BR-PRIOR(WS-BR-IDX) + WS-BR-NET(WS-BR-IDX)
           COMPUTE WS-BR-DIFFERENCE =
               WS-BR-ACTUAL(WS-BR-IDX) - WS-BR-EXPECTED
           IF WS-BR-DIFFERENCE = 0
               DISPLAY "    branch proves - prior "
                   WS-BR-PRIOR(WS-BR-IDX)
           ELSE
               DISPLAY "    *** BRANCH DOES NOT PROVE *** prior "
                   WS-BR-PRIOR(WS-BR-IDX) " difference "
                   WS-BR-DIFFERENCE
               ADD 1 TO WS-BR-OUT-COUNT
           END-IF.

       SHOW-NEXT-BUSIEST.
           IF WS-TOP-CNT(WS-TOP-IDX) > 0
               DISPLAY "  Account " WS-TOP-ACCT(WS-TOP-IDX)
                   " - " WS-TOP-CNT(WS-TOP-IDX) " postings"
           END-IF.

      *> daytype.txt is keyed date, type, branch, so each type's
      *> branches arrive together and are added into one line.
       PRINT-TYPE-ACTIVITY.
           MOVE SPACES TO WS-TYPE-NAME
           MOVE 0 TO WS-TYPE-CNT
           MOVE 0 TO WS-TYPE-TOTAL
           OPEN INPUT DAY-TYPE-TOTALS
           PERFORM START-TODAYS-TOTALS
           PERFORM UNTIL WS-DTT-EOF = 'Y'
               READ DAY-TYPE-TOTALS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DTT-EOF
                   NOT AT END
                       IF DTT-DATE NOT = WS-TODAY
                           MOVE 'Y' TO WS-DTT-EOF
                       ELSE
                           IF DTT-TXN-TYPE NOT = WS-TYPE-NAME
                               PERFORM SHOW-TYPE-LINE
                               MOVE DTT-TXN-TYPE TO WS-TYPE-NAME
                           END-IF
                           ADD DTT-COUNT TO WS-TYPE-CNT
                           ADD DTT-AMOUNT TO WS-TYPE-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SHOW-TYPE-LINE
           CLOSE DAY-TYPE-TOTALS.

       SHOW-TYPE-LINE.
           IF WS-TYPE-CNT > 0
               DISPLAY "  " WS-TYPE-NAME " count "
                   WS-TYPE-CNT " total " WS-TYPE-TOTAL
               ADD 1 TO WS-TYPE-LINES
           END-IF
           MOVE 0 TO WS-TYPE-CNT
           MOVE 0 TO WS-TYPE-TOTAL.

       CHECK-SUMMARY-BUILT.
           OPEN INPUT SUMMARY-CONTROL
           IF WS-SUMCTL-STATUS NOT = "35"
               READ SUMMARY-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-SUMMARY-DATE TO WS-SUMMARY-DATE
               END-READ
               CLOSE SUMMARY-CONTROL
           END-IF.

       WRITE-PROOF-CONTROL.
           MOVE WS-TODAY TO PRF-PRIOR-DATE
           MOVE WS-ACTUAL-TOTAL TO PRF-PRIOR-TOTAL
           MOVE SPACES TO PRF-BRANCH
           OPEN OUTPUT PROOF-CONTROL
           WRITE PROOF-CONTROL-REC
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-TODAY TO PRF-PRIOR-DATE
               MOVE WS-BR-ACTUAL(WS-BR-IDX) TO PRF-PRIOR-TOTAL
               MOVE WS-BR-CODE(WS-BR-IDX) TO PRF-BRANCH
               WRITE PROOF-CONTROL-REC
           END-PERFORM
           CLOSE PROOF-CONTROL.
       END PROGRAM DailyProof.
