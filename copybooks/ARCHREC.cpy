      * that reads or writes TRANARCH.DAT.
      * The fields mirror TRANREC with the archive run date prefixed,
      * so every archived item carries the year-end run that moved it.
      * Items archived before transaction codes existed read back with
      * AR-TRAN-CODE blank and AR-CHECK-SERIAL zero, and items
      * archived before ACH entries were received read back with
      * AR-ACH-COMPANY-ID blank and AR-ACH-TRACE zero.
       01  ARCHIVE-RECORD.
           05  AR-ARCHIVE-DATE         PIC 9(8).
           05  AR-TRAN-ID              PIC 9(14).
           05  AR-REVERSAL-OF          PIC 9(14).
           05  AR-OPERATOR             PIC X(20).
           05  AR-DESC                 PIC X(30).
           05  AR-TRAN-CODE            PIC X(4).
           05  AR-CHECK-SERIAL         PIC 9(10).
           05  AR-ACH-COMPANY-ID       PIC X(10).
           05  AR-ACH-TRACE            PIC 9(15).
