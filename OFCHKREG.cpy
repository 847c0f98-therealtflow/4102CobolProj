      *> Shared official-check register layout for ofchkreg.txt.
      *> One record per cashier's check issued at the counter,
      *> written by transactions.cbl when the check is issued, paid
      *> by ClearingImport when the check is presented and aged by
      *> OfficialCheckAging for reconciliation to the OFFICIAL CHECKS
      *> OUTSTANDING GL line. OCR-SERIAL is the number printed on
      *> the check (from ofchkctl.dat); the clearing partner presents
      *> it in the first seven bytes of the item's trace number.
      *> OCR-TENDER: A = charged to the remitter's account (OFCHKDR
      *> posting), C = paid for in cash through the drawer (OFCHKCSH).
      *> OCR-REF-NUM is the issuing posting's reference.
      *> OCR-STATUS: O = outstanding, P = paid.
      *> OCR-PAID-TRACE: the presenting item's trace number.
       01 OFFICIAL-CHECK-REC.
           05 OCR-SERIAL        PIC 9(7).
           05 OCR-ISSUE-DATE    PIC 9(8).
           05 OCR-AMOUNT        PIC 9(7)V99.
           05 OCR-PAYEE         PIC X(30).
           05 OCR-REMITTER-ACCT PIC 9(5).
           05 OCR-TENDER        PIC X(1).
           05 OCR-REF-NUM       PIC 9(9).
           05 OCR-OPERATOR      PIC X(4).
           05 OCR-STATUS        PIC X(1).
           05 OCR-PAID-DATE     PIC 9(8).
           05 OCR-PAID-TRACE    PIC X(15).
