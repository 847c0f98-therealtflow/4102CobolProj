      *> Shared alert-enrollment record layout for alertenr.txt.
      *> Included by AlertEnrollment (which keys and maintains the
      *> enrollments) and AccountAlerts (the nightly alert run) so
      *> both programs agree on field widths.
      *> ENR-KEY is the account and the enrolled customer, so each
      *> owner of a joint account can enroll for their own alerts.
      *> ENR-CHANNEL: T = text message, E = e-mail; ENR-ADDRESS is
      *> the phone number or e-mail address the vendor sends to.
      *> The alert flags are Y = wanted, N = not wanted. The low
      *> balance alert fires when the account posted today and its
      *> balance ended below ENR-LOW-BAL-AMT; the withdrawal alert
      *> fires for each withdrawal today over ENR-BIG-WD-AMT.
      *> ENR-STATUS: A = active, X = cancelled (kept for the audit
      *> trail in alertjrnl.txt; AlertEnrollment can reinstate it).
      *> The remaining fields are kept by the nightly run so a CD
      *> maturity, a loan due date or a freeze is alerted once, not
      *> every night: the maturity or due date last alerted and the
      *> business date it was alerted on, and the business date the
      *> current freeze was alerted on (zero = not frozen).
       01 ALERT-ENROLL-REC.
           05 ENR-KEY.
               10 ENR-ACCOUNT-NUM   PIC 9(5).
               10 ENR-CUST-NUM      PIC 9(5).
           05 ENR-CHANNEL           PIC X(1).
           05 ENR-ADDRESS           PIC X(50).
           05 ENR-LOW-BAL-FLAG      PIC X(1).
           05 ENR-LOW-BAL-AMT       PIC 9(7)V99.
           05 ENR-BIG-WD-FLAG       PIC X(1).
           05 ENR-BIG-WD-AMT        PIC 9(7)V99.
           05 ENR-NSF-FLAG          PIC X(1).
           05 ENR-DECLINE-FLAG      PIC X(1).
           05 ENR-CD-FLAG           PIC X(1).
           05 ENR-LOAN-FLAG         PIC X(1).
           05 ENR-FREEZE-FLAG       PIC X(1).
           05 ENR-STATUS            PIC X(1).
           05 ENR-ENROLL-DATE       PIC 9(8).
           05 ENR-LAST-OPER         PIC X(4).
           05 ENR-CD-ALERT-MAT      PIC 9(8).
           05 ENR-CD-ALERT-DATE     PIC 9(8).
           05 ENR-LOAN-ALERT-DUE    PIC 9(8).
           05 ENR-LOAN-ALERT-DATE   PIC 9(8).
           05 ENR-FREEZE-ALERT-DATE PIC 9(8).
