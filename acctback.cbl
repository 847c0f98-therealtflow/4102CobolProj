       FD BACKUP-FILE.
       01 BACKUP-REC.
           05 BKP-REC-TYPE PIC X(1).
           05 BKP-DETAIL   PIC X(130).
           05 BKP-TRAILER REDEFINES BKP-DETAIL.
               10 BKP-COUNT  PIC 9(7).
               10 BKP-TOTAL  PIC S9(13)V99.
               10 FILLER     PIC X(108).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX.
       01 WS-TRL-COUNT PIC 9(7) VALUE 0.
       01 WS-TRL-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-TRL-SEEN PIC X VALUE 'N'.
       01 WS-LIVE-IMAGE PIC X(130).
       01 WS-MISSING-COUNT PIC 9(7) VALUE 0.
       01 WS-DIFFER-COUNT PIC 9(7) VALUE 0.
       01 WS-LIVE-COUNT PIC 9(7) VALUE 0.
                   MOVE 0 TO ACCT-PMT-DUE-DATE
                   MOVE 0 TO ACCT-OD-LIMIT
               END-IF
               IF BKP-DETAIL(123:8) = SPACES
                   MOVE 0 TO ACCT-CLOSE-DATE
               END-IF
               WRITE ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Duplicate key on reload: " ACCOUNT-NUM
