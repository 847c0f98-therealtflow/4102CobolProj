       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLISHED-LIST ASSIGN TO 'sdnlist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.
           SELECT WATCH-LIST ASSIGN TO 'watchlist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT SCREEN-AUDIT ASSIGN TO 'screenaudit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The published sanctions list as downloaded, one name per
      *> line: the list's own entry number, the name as published
      *> (aliases are further lines under the same entry number) and
      *> the sanctions program code.
       FD PUBLISHED-LIST.
       01 PUBLISHED-LIST-REC.
           05 PUB-ENTRY-ID PIC X(10).
           05 PUB-NAME     PIC X(40).
           05 PUB-PROGRAM  PIC X(10).

       FD WATCH-LIST.
       COPY "WATCHLST.cpy".

      *> Maintained with ComplianceReview; layouts must agree.
       FD SCREEN-AUDIT.
       01 SCREEN-AUDIT-REC.
           05 SCA-ITEM-NUM  PIC 9(7).
           05 SCA-ACTION    PIC X(8).
           05 SCA-SOURCE    PIC X(8).
           05 SCA-NAME      PIC X(30).
           05 SCA-ENTRY-ID  PIC X(10).
           05 SCA-REASON    PIC X(30).
           05 SCA-OPERATOR  PIC X(4).
           05 SCA-DATE      PIC 9(8).
           05 SCA-TIME      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-PUB-STATUS PIC XX.
       01 WS-WL-STATUS PIC XX.
       01 WS-SCA-STATUS PIC XX.
       01 WS-PUB-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-NORM-NAME PIC X(40).
       01 WS-LOAD-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(7) VALUE 0.
       01 WS-OPER-ID PIC X(4).
       COPY "SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Sanctions Watch-List Load"
           PERFORM OPERATOR-SIGN-ON
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT PUBLISHED-LIST
           IF WS-PUB-STATUS = "35"
               DISPLAY "No sdnlist.txt found - watch list not changed"
               STOP RUN
           END-IF
           OPEN OUTPUT WATCH-LIST
           PERFORM UNTIL WS-PUB-EOF = 'Y'
               READ PUBLISHED-LIST
                   AT END
                       MOVE 'Y' TO WS-PUB-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-NAME
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST
           CLOSE PUBLISHED-LIST
           PERFORM WRITE-LOAD-AUDIT
           DISPLAY "Names loaded : " WS-LOAD-COUNT
           DISPLAY "Lines skipped: " WS-SKIP-COUNT
           STOP RUN.

       LOAD-ONE-NAME.
           MOVE PUB-NAME TO WS-NORM-NAME
           PERFORM NORMALIZE-NAME
           IF WS-NORM-NAME = SPACES OR PUB-ENTRY-ID = SPACES
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE PUB-ENTRY-ID TO WL-ENTRY-ID
               MOVE FUNCTION TRIM(WS-NORM-NAME) TO WL-NAME
               MOVE PUB-PROGRAM TO WL-PROGRAM
               MOVE WS-TODAY TO WL-LOAD-DATE
               WRITE WATCH-LIST-REC
               ADD 1 TO WS-LOAD-COUNT
           END-IF.

      *> Same folding WatchScreen applies to the names it screens.
       NORMALIZE-NAME.
           INSPECT WS-NORM-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".

       WRITE-LOAD-AUDIT.
           MOVE 0 TO SCA-ITEM-NUM
           MOVE "LISTLOAD" TO SCA-ACTION
           MOVE SPACES TO SCA-SOURCE
           MOVE SPACES TO SCA-NAME
           MOVE SPACES TO SCA-ENTRY-ID
           MOVE SPACES TO SCA-REASON
           STRING WS-LOAD-COUNT DELIMITED BY SIZE
               " NAMES LOADED" DELIMITED BY SIZE
               INTO SCA-REASON
           MOVE WS-OPER-ID TO SCA-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCA-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SCA-TIME
           OPEN EXTEND SCREEN-AUDIT
           IF WS-SCA-STATUS = "35"
               OPEN OUTPUT SCREEN-AUDIT
           END-IF
           WRITE SCREEN-AUDIT-REC
           CLOSE SCREEN-AUDIT.

       OPERATOR-SIGN-ON.
           DISPLAY "Compliance operator ID: "
           ACCEPT SGN-OPER-ID
           DISPLAY "Password: "
           ACCEPT SGN-PASSWORD
           MOVE 'C' TO SGN-NEED-ROLE
           CALL 'SignOn' USING SGN-REQUEST
           IF SGN-RESULT NOT = 'Y'
               DISPLAY "Sign-on refused: " SGN-MESSAGE
               STOP RUN
           END-IF
           MOVE SGN-OPER-ID TO WS-OPER-ID.
       END PROGRAM WatchListLoad.
