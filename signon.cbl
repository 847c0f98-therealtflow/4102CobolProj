       01 WS-FOUND-PASSWORD PIC X(8).
       01 WS-FOUND-ROLE PIC X(1).
       01 WS-FOUND-STATUS PIC X(1).
       01 WS-FOUND-BRANCH PIC X(3).
      *> Bootstrap operator honored only while no opermast.dat exists,
      *> so a new installation can sign on and create real operators
      *> with OperatorMaint. Once the master file is on disk the
           MOVE 'N' TO SGN-RESULT
           MOVE SPACE TO SGN-ROLE
           MOVE SPACES TO SGN-MESSAGE
           MOVE SPACES TO SGN-BRANCH
           PERFORM FIND-OPERATOR
           IF WS-OPER-STATUS = "35"
               PERFORM CHECK-BOOTSTRAP
                           MOVE OPER-PASSWORD TO WS-FOUND-PASSWORD
                           MOVE OPER-ROLE TO WS-FOUND-ROLE
                           MOVE OPER-STATUS TO WS-FOUND-STATUS
                           MOVE OPER-BRANCH TO WS-FOUND-BRANCH
                       END-IF
               END-READ
           END-PERFORM
               AND SGN-PASSWORD = WS-BOOT-PASSWORD
               MOVE 'Y' TO SGN-RESULT
               MOVE 'S' TO SGN-ROLE
               MOVE "001" TO SGN-BRANCH
           ELSE
               MOVE "NO OPERMAST.DAT - ONLY THE BOOTSTRAP SUPERVISOR"
                   TO SGN-MESSAGE
               AND WS-FOUND-ROLE NOT = 'S'
               MOVE "AUDITOR OR SUPERVISOR ROLE REQUIRED"
                   TO SGN-MESSAGE
           ELSE IF SGN-NEED-ROLE = 'C' AND WS-FOUND-ROLE NOT = 'C'
               MOVE "COMPLIANCE ROLE REQUIRED" TO SGN-MESSAGE
           ELSE
               MOVE 'Y' TO SGN-RESULT
               MOVE WS-FOUND-ROLE TO SGN-ROLE
               MOVE WS-FOUND-BRANCH TO SGN-BRANCH
               IF SGN-BRANCH = SPACES
                   MOVE "001" TO SGN-BRANCH
               END-IF
           END-IF.
       END PROGRAM SignOn.
