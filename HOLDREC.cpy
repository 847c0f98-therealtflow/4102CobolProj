      *> HOLD-REASON: K = check deposit, A = card authorization
      *> memo post (placed by CardAuth, released when ClearingImport
      *> matches the settlement item by trace or when the release
      *> date lapses unsettled), L = garnishment or tax levy (placed
      *> by LevyProcessing with a release date of 99999999 so it
      *> never lapses; released only when the levy is remitted or
      *> the order is withdrawn).
      *> HOLD-STATUS: H = held, R = released.
      *> HOLD-TRACE: the processor's authorization ID on 'A' holds,
      *> the levy order number on 'L' holds, spaces on check holds.
       01 HOLD-REC.
           05 HOLD-ACCOUNT-NUM  PIC 9(5).
           05 HOLD-AMOUNT       PIC 9(7)V99.
