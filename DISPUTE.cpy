      *> Shared card dispute case layout for disputes.txt.
      *> One record per case opened by CardDispute, keyed by
      *> DSP-CASE-NUM (from dspctl.dat). The case ties to the
      *> disputed card posting by its LOG-REF-NUM (DSP-ORIG-REF) and
      *> the processor's trace (DSP-ORIG-TRACE). DSP-PROV-REF is the
      *> DSPPROV provisional credit posting, which carries the
      *> disputed item's reference in LOG-XREF-NUM.
      *> DSP-DUE-10 is ten business days after the customer's notice
      *> (DSP-OPEN-DATE) on the holidays.dat calendar; DSP-DUE-45 is
      *> forty-five calendar days after it.
      *> DSP-STATUS: O = open, F = closed with the provisional credit
      *> made final (DSPFINAL posting, no balance moved), R = closed
      *> with the credit reversed (DSPRVRSL posting). DSP-CLOSE-REF
      *> is the reference of the closing posting.
       01 DISPUTE-REC.
           05 DSP-CASE-NUM    PIC 9(7).
           05 DSP-ACCOUNT-NUM PIC 9(5).
           05 DSP-ORIG-REF    PIC 9(9).
           05 DSP-ORIG-TRACE  PIC X(15).
           05 DSP-ORIG-DATE   PIC 9(8).
           05 DSP-ORIG-AMOUNT PIC 9(7)V99.
           05 DSP-AMOUNT      PIC 9(7)V99.
           05 DSP-REASON      PIC X(30).
           05 DSP-OPEN-DATE   PIC 9(8).
           05 DSP-DUE-10      PIC 9(8).
           05 DSP-DUE-45      PIC 9(8).
           05 DSP-PROV-REF    PIC 9(9).
           05 DSP-STATUS      PIC X(1).
           05 DSP-CLOSE-DATE  PIC 9(8).
           05 DSP-CLOSE-REF   PIC 9(9).
           05 DSP-OPEN-OPER   PIC X(4).
           05 DSP-CLOSE-OPER  PIC X(4).
