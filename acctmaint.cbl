       01 WS-NEW-SSN PIC X(9).
       01 WS-NEW-TYPE PIC X(1).
       01 WS-NEW-ODLIMIT PIC 9(7)V99.
       01 WS-NEW-BRANCH PIC X(3).
       01 WS-AMT-DISPLAY PIC Z(6)9.99.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-ROLE PIC X(1).
               DISPLAY "2. Change SSN"
               DISPLAY "3. Change account type"
               DISPLAY "4. Change overdraft line limit"
               DISPLAY "5. Change home branch"
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 1
                   PERFORM CHANGE-NAME
                   PERFORM CHANGE-TYPE
               ELSE IF WS-CHOICE = 4
                   PERFORM CHANGE-OD-LIMIT
               ELSE IF WS-CHOICE = 5
                   PERFORM CHANGE-BRANCH
               ELSE
                   DISPLAY "Invalid choice."
               END-IF
               END-IF
           END-IF.

      *> Moving an account between branches moves its balance from
      *> one branch's proof to the other's, so it is supervisor work
      *> and journaled; the day's branch proofs show the move as a
      *> difference on both branches that nets to zero bank-wide.
       CHANGE-BRANCH.
           PERFORM SUPERVISOR-APPROVAL
           IF WS-SUP-OK = 'Y'
               DISPLAY "Current home branch: " ACCT-BRANCH
               DISPLAY "New home branch (3 digits): "
               ACCEPT WS-NEW-BRANCH
               IF WS-NEW-BRANCH NOT NUMERIC
                   DISPLAY "Invalid branch - not changed"
               ELSE
                   MOVE "BRANCH" TO MNT-FIELD
                   MOVE ACCT-BRANCH TO MNT-BEFORE
                   MOVE WS-NEW-BRANCH TO MNT-AFTER
                   PERFORM WRITE-JOURNAL
                   MOVE WS-NEW-BRANCH TO ACCT-BRANCH
                   REWRITE ACCOUNT-FILE
                   DISPLAY "Home branch changed on account "
                       ACCOUNT-NUM
               END-IF
           END-IF.

       CHECK-DUPLICATE-SSN.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-DUP-SSN
