       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchScreen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST ASSIGN TO 'watchlist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO 'screenq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-STATUS.
           SELECT SCREEN-CONTROL ASSIGN TO 'screenctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WATCH-LIST.
       COPY "WATCHLST.cpy".

       FD SCREEN-QUEUE.
       COPY "SCREENQ.cpy".

       FD SCREEN-CONTROL.
       01 SCREEN-CONTROL-REC.
           05 CTL-LAST-ITEM-NUM PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-WL-STATUS PIC XX.
       01 WS-SQ-STATUS PIC XX.
       01 WS-SCTL-STATUS PIC XX.
       01 WS-WL-EOF PIC X VALUE 'N'.
       01 WS-SQ-EOF PIC X VALUE 'N'.
       01 WS-HIT PIC X VALUE 'N'.
       01 WS-CLEARED PIC X VALUE 'N'.
       01 WS-ENTRY-MATCH PIC X VALUE 'N'.
       01 WS-TOKEN-FOUND PIC X VALUE 'N'.
       01 WS-NEXT-ITEM PIC 9(7) VALUE 0.
       01 WS-NORM-NAME PIC X(40).
       01 WS-TRIM-NAME PIC X(40).
       01 WS-SCR-IDX PIC 9(2).
       01 WS-LST-IDX PIC 9(2).
       01 WS-LST-USED PIC 9(2).
       01 WS-SCR-TOKENS.
           05 WS-SCR-TOK OCCURS 8 TIMES PIC X(20).
       01 WS-LST-TOKENS.
           05 WS-LST-TOK OCCURS 8 TIMES PIC X(20).

       LINKAGE SECTION.
       COPY "WATCHREQ.cpy".

       PROCEDURE DIVISION USING WLS-REQUEST.
       MAIN-LOGIC.
           MOVE 'Y' TO WLS-RESULT
           MOVE 0 TO WLS-ITEM-NUM
           MOVE SPACES TO WLS-ENTRY-ID
           MOVE SPACES TO WLS-LIST-NAME
           MOVE SPACES TO WLS-MESSAGE
           MOVE WLS-NAME TO WS-NORM-NAME
           PERFORM NORMALIZE-NAME
           IF WS-NORM-NAME = SPACES
               GOBACK
           END-IF
           MOVE SPACES TO WS-SCR-TOKENS
           MOVE FUNCTION TRIM(WS-NORM-NAME) TO WS-TRIM-NAME
           UNSTRING WS-TRIM-NAME DELIMITED BY ALL SPACE
               INTO WS-SCR-TOK(1) WS-SCR-TOK(2) WS-SCR-TOK(3)
                    WS-SCR-TOK(4) WS-SCR-TOK(5) WS-SCR-TOK(6)
                    WS-SCR-TOK(7) WS-SCR-TOK(8)
           END-UNSTRING
           MOVE 'N' TO WS-HIT
           MOVE 'N' TO WS-WL-EOF
           OPEN INPUT WATCH-LIST
           IF WS-WL-STATUS = "35"
               MOVE "NO WATCH LIST LOADED - NAME NOT SCREENED"
                   TO WLS-MESSAGE
               GOBACK
           END-IF
           PERFORM UNTIL WS-WL-EOF = 'Y' OR WS-HIT = 'Y'
               READ WATCH-LIST
                   AT END
                       MOVE 'Y' TO WS-WL-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-ENTRY
                       IF WS-ENTRY-MATCH = 'Y'
                           PERFORM CHECK-CLEARED
                           IF WS-CLEARED = 'N'
                               MOVE 'Y' TO WS-HIT
                               MOVE WL-ENTRY-ID TO WLS-ENTRY-ID
                               MOVE WL-NAME TO WLS-LIST-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST
           IF WS-HIT = 'Y'
               PERFORM QUEUE-HIT
           END-IF
           GOBACK.

      *> Names are compared word by word in upper case with
      *> punctuation blanked, so "DOE, JOHN" on the list catches
      *> "John A. Doe" as keyed. Every word of the listed name of
      *> two or more letters must appear among the screened name's
      *> words; single letters (initials) are not required.
       MATCH-ONE-ENTRY.
           MOVE 'N' TO WS-ENTRY-MATCH
           MOVE SPACES TO WS-LST-TOKENS
           MOVE FUNCTION TRIM(WL-NAME) TO WS-TRIM-NAME
           UNSTRING WS-TRIM-NAME DELIMITED BY ALL SPACE
               INTO WS-LST-TOK(1) WS-LST-TOK(2) WS-LST-TOK(3)
                    WS-LST-TOK(4) WS-LST-TOK(5) WS-LST-TOK(6)
                    WS-LST-TOK(7) WS-LST-TOK(8)
           END-UNSTRING
           MOVE 0 TO WS-LST-USED
           MOVE 'Y' TO WS-TOKEN-FOUND
           PERFORM VARYING WS-LST-IDX FROM 1 BY 1
                   UNTIL WS-LST-IDX > 8 OR WS-TOKEN-FOUND = 'N'
               IF WS-LST-TOK(WS-LST-IDX)(2:19) NOT = SPACES
                   ADD 1 TO WS-LST-USED
                   MOVE 'N' TO WS-TOKEN-FOUND
                   PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                           UNTIL WS-SCR-IDX > 8
                       IF WS-SCR-TOK(WS-SCR-IDX) =
                           WS-LST-TOK(WS-LST-IDX)
                           MOVE 'Y' TO WS-TOKEN-FOUND
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-LST-USED > 0 AND WS-TOKEN-FOUND = 'Y'
               MOVE 'Y' TO WS-ENTRY-MATCH
           END-IF.

      *> A name compliance has already released against this list
      *> entry is a known false positive.
       CHECK-CLEARED.
           MOVE 'N' TO WS-CLEARED
           MOVE 'N' TO WS-SQ-EOF
           OPEN INPUT SCREEN-QUEUE
           IF WS-SQ-STATUS = "35"
               MOVE 'Y' TO WS-SQ-EOF
           END-IF
           PERFORM UNTIL WS-SQ-EOF = 'Y'
               READ SCREEN-QUEUE
                   AT END
                       MOVE 'Y' TO WS-SQ-EOF
                   NOT AT END
                       IF SQ-STATUS = 'R'
                           AND SQ-NAME = WLS-NAME
                           AND SQ-ENTRY-ID = WL-ENTRY-ID
                           MOVE 'Y' TO WS-CLEARED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SQ-STATUS NOT = "35"
               CLOSE SCREEN-QUEUE
           END-IF.

       QUEUE-HIT.
           PERFORM GET-NEXT-ITEM-NUM
           MOVE WS-NEXT-ITEM TO SQ-ITEM-NUM
           MOVE 'P' TO SQ-STATUS
           MOVE WLS-SOURCE TO SQ-SOURCE
           MOVE WLS-NAME TO SQ-NAME
           MOVE WLS-ENTRY-ID TO SQ-ENTRY-ID
           MOVE WLS-LIST-NAME TO SQ-LIST-NAME
           MOVE WLS-ACCOUNT-NUM TO SQ-ACCOUNT-NUM
           MOVE WLS-AMOUNT TO SQ-AMOUNT
           MOVE WLS-ROUTING TO SQ-ROUTING
           MOVE WLS-EXT-ACCOUNT TO SQ-EXT-ACCOUNT
           MOVE WLS-TRACE TO SQ-TRACE
           MOVE WLS-SOURCE-REF TO SQ-SOURCE-REF
           MOVE WLS-DC-CODE TO SQ-DC-CODE
           MOVE WLS-OPERATOR TO SQ-OPERATOR
           MOVE WLS-DATE TO SQ-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SQ-TIME
           MOVE SPACES TO SQ-REVIEWER
           MOVE 0 TO SQ-REVIEW-DATE
           MOVE SPACES TO SQ-REASON
           OPEN EXTEND SCREEN-QUEUE
           IF WS-SQ-STATUS = "35"
               OPEN OUTPUT SCREEN-QUEUE
           END-IF
           WRITE SCREEN-QUEUE-REC
           CLOSE SCREEN-QUEUE
           MOVE 'H' TO WLS-RESULT
           MOVE WS-NEXT-ITEM TO WLS-ITEM-NUM
           STRING "WATCH-LIST MATCH ON ENTRY " DELIMITED BY SIZE
               WLS-ENTRY-ID DELIMITED BY SPACE
               " - HELD FOR COMPLIANCE REVIEW" DELIMITED BY SIZE
               INTO WLS-MESSAGE.

       GET-NEXT-ITEM-NUM.
           MOVE 0 TO WS-NEXT-ITEM
           OPEN INPUT SCREEN-CONTROL
           IF WS-SCTL-STATUS NOT = "35"
               READ SCREEN-CONTROL
               MOVE CTL-LAST-ITEM-NUM TO WS-NEXT-ITEM
               CLOSE SCREEN-CONTROL
           END-IF
           ADD 1 TO WS-NEXT-ITEM
           MOVE WS-NEXT-ITEM TO CTL-LAST-ITEM-NUM
           OPEN OUTPUT SCREEN-CONTROL
           WRITE SCREEN-CONTROL-REC
           CLOSE SCREEN-CONTROL.

       NORMALIZE-NAME.
           INSPECT WS-NORM-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".
       END PROGRAM WatchScreen.
