      *> Shared compliance review queue layout for screenq.txt.
      *> WatchScreen appends one record per watch-list hit;
      *> ComplianceReview works the queue and rewrites it.
      *> SQ-STATUS: P = pending review, R = released as a false
      *> positive (the item has been completed), B = blocked.
      *> A released name/entry pair screens clear from then on, so
      *> the same false positive is not queued again.
      *> SQ-SOURCE and the item fields carry the WLS- request as it
      *> was screened (see WATCHREQ.cpy).
       01 SCREEN-QUEUE-REC.
           05 SQ-ITEM-NUM     PIC 9(7).
           05 SQ-STATUS       PIC X(1).
           05 SQ-SOURCE       PIC X(8).
           05 SQ-NAME         PIC X(30).
           05 SQ-ENTRY-ID     PIC X(10).
           05 SQ-LIST-NAME    PIC X(40).
           05 SQ-ACCOUNT-NUM  PIC 9(5).
           05 SQ-AMOUNT       PIC 9(7)V99.
           05 SQ-ROUTING      PIC 9(9).
           05 SQ-EXT-ACCOUNT  PIC 9(5).
           05 SQ-TRACE        PIC X(15).
           05 SQ-SOURCE-REF   PIC X(10).
           05 SQ-DC-CODE      PIC X(1).
           05 SQ-OPERATOR     PIC X(4).
           05 SQ-DATE         PIC 9(8).
           05 SQ-TIME         PIC 9(8).
           05 SQ-REVIEWER     PIC X(4).
           05 SQ-REVIEW-DATE  PIC 9(8).
           05 SQ-REASON       PIC X(30).
