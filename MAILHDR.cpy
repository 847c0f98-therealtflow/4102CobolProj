      *> Mail piece header for the customer letter files. Each letter,
      *> notice, form or statement starts with this line so
      *> MailAssembly can find the addressee and group the day's
      *> pieces by household. MPH-CUST-NUM is the customer the piece
      *> is addressed to; 0 means the owner of MPH-ACCOUNT-NUM (the
      *> account's CUSTOMER-NUM). The rest of the line is dashes, so a
      *> letter file printed on its own still shows a rule between
      *> pieces.
       01 MAIL-PIECE-HDR.
           05 MPH-TAG         PIC X(6) VALUE "--MAIL".
           05 FILLER          PIC X(1) VALUE "-".
           05 MPH-ACCOUNT-NUM PIC 9(5) VALUE 0.
           05 FILLER          PIC X(1) VALUE "-".
           05 MPH-CUST-NUM    PIC 9(5) VALUE 0.
           05 FILLER          PIC X(62) VALUE ALL "-".
