       COPY "TRANSLOG.cpy".

       FD LOG-WORK.
       01 LOG-WORK-REC PIC X(113).

       FD REF-CONTROL.
       01 REF-CONTROL-REC.
       01 WS-REFCTL-STATUS PIC XX.
       01 WS-BIZDATE-STATUS PIC XX.
       01 WS-OPER-ID PIC X(4).
       01 WS-OPER-BRANCH PIC X(3) VALUE SPACES.
       01 WS-TARGET-REF PIC 9(9).
       01 WS-LOG-EOF PIC X VALUE 'N'.
       01 WS-FOUND PIC X VALUE 'N'.
                   OR WS-ORIG-TYPE = "RVRSL-CR"
                   OR WS-ORIG-TYPE = "RVRSL-NT"
                   DISPLAY "A reversal cannot itself be reversed"
               ELSE IF WS-ORIG-TYPE = "OFCHKDR"
                   OR WS-ORIG-TYPE = "OFCHKCSH"
                   OR WS-ORIG-TYPE = "OFCHKPD"
                   DISPLAY "Official check postings cannot be "
                       "reversed - the check is outstanding or paid "
                       "against the register"
               ELSE IF WS-ORIG-TYPE = "DSPPROV"
                   OR WS-ORIG-TYPE = "DSPRVRSL"
                   OR WS-ORIG-TYPE = "DSPFINAL"
                   DISPLAY "Dispute postings cannot be reversed - "
                       "close the case in CardDispute instead"
               ELSE IF WS-ORIG-TYPE = "LEVYPMT"
                   DISPLAY "Levy remittances cannot be reversed - "
                       "the funds have gone to the creditor"
               ELSE
                   PERFORM POST-REVERSAL
                   IF WS-RVRSL-OK = 'Y'
           CALL 'SignOn' USING SGN-REQUEST
           IF SGN-RESULT = 'Y'
               MOVE SGN-OPER-ID TO WS-OPER-ID
               MOVE SGN-BRANCH TO WS-OPER-BRANCH
           END-IF.

       FIND-ORIGINAL.
               OR WS-ORIG-TYPE = "ODINTCHG"
               OR WS-ORIG-TYPE = "CDPAYOUT"
               OR WS-ORIG-TYPE = "ESCHEAT"
               OR WS-ORIG-TYPE = "LEVYFEE"
               MOVE "RVRSL-CR" TO WS-RVRSL-TYPE
           ELSE
               MOVE "RVRSL-DR" TO WS-RVRSL-TYPE
           MOVE WS-OPER-ID TO LOG-OPERATOR
           MOVE "REVERSAL OF PRIOR POSTING" TO LOG-DESC
           MOVE SPACES TO LOG-TRACE
           MOVE WS-OPER-BRANCH TO LOG-BRANCH
           IF LOG-BRANCH = SPACES
               MOVE ACCT-BRANCH TO LOG-BRANCH
           END-IF
           IF LOG-BRANCH = SPACES
               MOVE "001" TO LOG-BRANCH
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG
