      *> Shared outbound-item register layout for outreg.txt.
      *> One record per item we originate on clearout.txt, written by
      *> transactions.cbl, StandingOrders, ComplianceReview and
      *> PaymentApproval and matched back by
      *> OutboundReturns when the partner returns an item. OBR-TRACE
      *> is our generated trace number ("OB" + date + sequence), the
      *> same value carried on the interchange item. OBR-REF-NUM is
