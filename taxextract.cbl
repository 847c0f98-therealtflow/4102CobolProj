               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCTL-STATUS.
           SELECT TAX-CUSTOMER-COPY ASSIGN TO 'tax1099cust.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCUST-STATUS.
           SELECT TAX-FILING-COPY ASSIGN TO 'tax1099file.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "TRANSLOG.cpy".

       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

      *> Reporting year and the minimum interest that obliges a form.
       FD TAX-CONTROL.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-TAXCTL-STATUS PIC XX.
       01 WS-TAXCUST-STATUS PIC XX.
       01 WS-LOG-EOF PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TAX-YEAR PIC 9(4).
               10 WS-TAX-SSN   PIC X(9).
               10 WS-TAX-NAME  PIC X(30).
               10 WS-TAX-TOTAL PIC 9(9)V99 VALUE 0.
               10 WS-TAX-CUST  PIC 9(5) VALUE 0.
               10 WS-TAX-ACCT  PIC 9(5) VALUE 0.
       01 WS-SSN-MASKED PIC X(9).
       01 WS-FORM-LINE PIC X(80).
       01 WS-AMT-DISPLAY PIC Z(8)9.99.
       01 WS-BELOW-COUNT PIC 9(3) VALUE 0.
       01 WS-BELOW-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-FILED-TOTAL PIC 9(11)V99 VALUE 0.
       COPY "MAILHDR.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   MOVE WS-ATTR-SSN TO WS-TAX-SSN(WS-SSN-FOUND-IDX)
                   MOVE WS-ATTR-NAME
                       TO WS-TAX-NAME(WS-SSN-FOUND-IDX)
                   MOVE WS-PRIMARY-CUST
                       TO WS-TAX-CUST(WS-SSN-FOUND-IDX)
                   MOVE ACCOUNT-NUM TO WS-TAX-ACCT(WS-SSN-FOUND-IDX)
               ELSE
                   MOVE 'Y' TO WS-SSN-OVERFLOW
               END-IF
           END-IF.

       WRITE-TAX-FORMS.
           OPEN EXTEND TAX-CUSTOMER-COPY
           IF WS-TAXCUST-STATUS = "35"
               OPEN OUTPUT TAX-CUSTOMER-COPY
           END-IF
           OPEN OUTPUT TAX-FILING-COPY
           PERFORM VARYING WS-SSN-IDX FROM 1 BY 1
                   UNTIL WS-SSN-IDX > WS-SSN-COUNT
               " INTEREST " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO WS-FORM-LINE
           MOVE WS-TAX-ACCT(WS-SSN-IDX) TO MPH-ACCOUNT-NUM
           MOVE WS-TAX-CUST(WS-SSN-IDX) TO MPH-CUST-NUM
           WRITE TAX-CUSTOMER-LINE FROM MAIL-PIECE-HDR
           WRITE TAX-CUSTOMER-LINE FROM WS-FORM-LINE
           MOVE SPACES TO WS-FORM-LINE
           STRING "1099-INT " DELIMITED BY SIZE
