       01 WS-OPER-OVERFLOW PIC X VALUE 'N'.
       01 WS-OPER-IDX PIC 9(3).
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 100 TIMES PIC X(47).
       01 WS-OPER-WORK.
           05 OPW-ID       PIC X(4).
           05 OPW-NAME     PIC X(30).
           05 OPW-PASSWORD PIC X(8).
           05 OPW-ROLE     PIC X(1).
           05 OPW-STATUS   PIC X(1).
           05 OPW-BRANCH   PIC X(3).
       01 WS-TARGET-ID PIC X(4).
       01 WS-TARGET-FOUND PIC X VALUE 'N'.
       01 WS-TARGET-IDX PIC 9(3) VALUE 0.
               DISPLAY "2. List operators"
               DISPLAY "3. Revoke an operator"
               DISPLAY "4. Change an operator's password"
               DISPLAY "5. Move an operator to another branch"
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 1
                   PERFORM ADD-OPERATOR
                   PERFORM REVOKE-OPERATOR
               ELSE IF WS-CHOICE = 4
                   PERFORM CHANGE-PASSWORD
               ELSE IF WS-CHOICE = 5
                   PERFORM CHANGE-BRANCH
               ELSE
                   DISPLAY "Invalid choice."
               END-IF
                   DISPLAY "Password: "
                   ACCEPT OPW-PASSWORD
                   DISPLAY "Role (T=teller, S=supervisor, "
                       "A=auditor, C=compliance): "
                   ACCEPT OPW-ROLE
                   DISPLAY "Home branch (3 digits, 001 = main "
                       "office): "
                   ACCEPT OPW-BRANCH
                   IF OPW-ROLE NOT = 'T' AND OPW-ROLE NOT = 'S'
                       AND OPW-ROLE NOT = 'A' AND OPW-ROLE NOT = 'C'
                       DISPLAY "Invalid role - not added"
                   ELSE IF OPW-BRANCH NOT NUMERIC
                       DISPLAY "Invalid branch - not added"
                   ELSE
                       MOVE 'A' TO OPW-STATUS
                       ADD 1 TO WS-OPER-COUNT
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE WS-OPER-ENTRY(WS-OPER-IDX) TO WS-OPER-WORK
               DISPLAY OPW-ID " " OPW-NAME " ROLE " OPW-ROLE
                   " STATUS " OPW-STATUS " BRANCH " OPW-BRANCH
           END-PERFORM.

       REVOKE-OPERATOR.
               DISPLAY "Password changed for " WS-TARGET-ID
           END-IF.

      *> Postings an operator takes carry the branch on file at the
      *> time, so moving an operator does not restate past postings.
       CHANGE-BRANCH.
           DISPLAY "Operator ID: "
           ACCEPT WS-TARGET-ID
           PERFORM FIND-TARGET
           IF WS-TARGET-FOUND = 'N'
               DISPLAY "Operator " WS-TARGET-ID " not found"
           ELSE
               DISPLAY "Current branch: " OPW-BRANCH
               DISPLAY "New branch (3 digits): "
               ACCEPT OPW-BRANCH
               IF OPW-BRANCH NOT NUMERIC
                   DISPLAY "Invalid branch - not changed"
               ELSE
                   MOVE WS-OPER-WORK TO WS-OPER-ENTRY(WS-TARGET-IDX)
                   PERFORM SAVE-OPERATORS
                   MOVE "BRANCH" TO OPA-ACTION
                   PERFORM LOG-OPER-CHANGE
                   DISPLAY "Operator " WS-TARGET-ID
                       " moved to branch " OPW-BRANCH
               END-IF
           END-IF.

       LOG-OPER-CHANGE.
           MOVE WS-TARGET-ID TO OPA-TARGET-ID
           MOVE WS-OPER-ID TO OPA-OPERATOR
