           END-IF.

      *> Account status is respected the way the batch poster does
      *> it: closed, frozen and dormant accounts cannot be debited
      *> (R15 when frozen for a deceased owner), and non-deposit
      *> accounts do not carry cards. Funds are
      *> tested against the available balance (ledger minus every
      *> unreleased hold, this morning's authorizations included)
      *> plus any approved overdraft line.
               MOVE "R20" TO WS-REASON
           ELSE IF ACCOUNT-STATUS = 'C'
               MOVE "R02" TO WS-REASON
           ELSE IF ACCOUNT-STATUS = 'F' AND FREEZE-REASON = 'D'
               MOVE "R15" TO WS-REASON
           ELSE IF ACCOUNT-STATUS = 'F'
               MOVE "R16" TO WS-REASON
           ELSE IF ACCOUNT-STATUS = 'D'
