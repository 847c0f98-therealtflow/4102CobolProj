       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-CHAIN-OK PIC X VALUE 'Y'.
       01 WS-CHAIN-WARNED PIC X VALUE 'N'.
       01 WS-STEP-NUM PIC 9(2) VALUE 0.
       01 WS-STEP-PROGRAM PIC X(16).
       01 WS-STEP-RESULT PIC X(12).
               PERFORM CLEAR-STEP-FILE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
               MOVE SPACES TO WS-LOG-LINE
               IF WS-CHAIN-OK = 'Y' AND WS-CHAIN-WARNED = 'Y'
                   STRING "CHAIN COMPLETED WITH WARNINGS "
                       DELIMITED BY SIZE
                       WS-NOW DELIMITED BY SIZE
                       INTO WS-LOG-LINE
               ELSE IF WS-CHAIN-OK = 'Y'
                   STRING "CHAIN COMPLETED " DELIMITED BY SIZE
                       WS-NOW DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                       WS-NOW DELIMITED BY SIZE
                       INTO WS-LOG-LINE
               END-IF
               END-IF
               PERFORM WRITE-RUN-LOG-LINE
               DISPLAY "Run log written to eodrunlog.txt"
           END-IF
           STOP RUN.

      *> A step ending with RC 4 ran to completion but found something
      *> for the morning check (IntegritySweep's new exceptions); the
      *> chain carries on. Any other nonzero RC stops the chain.
       RUN-ONE-STEP.
           ADD 1 TO WS-STEP-NUM
           MOVE PARM-PROGRAM TO WS-STEP-PROGRAM
               ON EXCEPTION
                   MOVE "NOT FOUND" TO WS-STEP-RESULT
           END-CALL
           IF WS-STEP-RESULT = "OK" AND RETURN-CODE = 4
               MOVE "WARNING" TO WS-STEP-RESULT
               MOVE 'Y' TO WS-CHAIN-WARNED
           ELSE IF WS-STEP-RESULT = "OK" AND RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-STEP-RESULT
           END-IF
           END-IF
           IF WS-STEP-RESULT NOT = "OK" AND NOT = "WARNING"
               MOVE 'N' TO WS-CHAIN-OK
           END-IF
           PERFORM LOG-STEP-RESULT.
