      *> programs agree on field widths. One customer may hold
      *> several accounts.txt records; each account record carries
      *> the owning CUSTOMER-NUM.
      *> The mailing address is CUST-ADDRESS (street line) with
      *> CUST-CITY, CUST-STATE and CUST-ZIP/CUST-ZIP4; records keyed
      *> before the address was split carry the whole free-form
      *> address in CUST-ADDRESS and spaces in the rest until
      *> CustomerMaint corrects them. CUST-PHONE is ten digits,
      *> CUST-BIRTH-DATE is YYYYMMDD (0 = not on file).
      *> CUST-MAIL-STATUS: space = address good, B = bad address
      *> (mail came back undeliverable on CUST-RETURN-DATE). Mail
      *> assembly holds back every piece for a B customer until
      *> CustomerMaint changes the address, which clears the flag.
       01 CUSTOMER-REC.
           05 CUST-NUM     PIC 9(5).
           05 CUST-NAME    PIC X(30).
           05 CUST-SSN     PIC X(9).
           05 CUST-ADDRESS PIC X(40).
           05 CUST-CITY       PIC X(20).
           05 CUST-STATE      PIC X(2).
           05 CUST-ZIP        PIC X(5).
           05 CUST-ZIP4       PIC X(4).
           05 CUST-PHONE      PIC X(10).
           05 CUST-BIRTH-DATE PIC 9(8).
           05 CUST-MAIL-STATUS PIC X(1).
           05 CUST-RETURN-DATE PIC 9(8).
