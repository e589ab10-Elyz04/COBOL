      * Returned check record layout - shared by any program that
      * writes to or reads CHKRTN.DAT.
      * One record per clearing item refused and sent back to the
      * presenting bank, with the reason.  On a duplicate
      * presentment CKR-FIRST-PAID-DATE and CKR-FIRST-ITEM-SEQ name
      * the presentment that was paid; they are zero otherwise.
      * CKR-BUS-DATE drives the daily returned check report.
       01  CHECK-RETURN-RECORD.
           05  CKR-BUS-DATE            PIC 9(8).
           05  CKR-ITEM-SEQ            PIC 9(8).
           05  CKR-ACCT-NUMBER         PIC 9(8).
           05  CKR-CHECK-SERIAL        PIC 9(10).
           05  CKR-AMOUNT              PIC 9(9)V99.
           05  CKR-PRESENTING-BANK     PIC X(9).
           05  CKR-REASON              PIC X(30).
           05  CKR-FIRST-PAID-DATE     PIC 9(8).
           05  CKR-FIRST-ITEM-SEQ      PIC 9(8).
