      * Paid check record layout - shared by any program that reads
      * or writes PAIDCHK.DAT.
      * One record per check paid through clearing, keyed by account
      * and check serial, so a second presentment of the same check
      * is found with a single read.  The record is kept after the
      * ledger entry is archived.
       01  PAID-CHECK-RECORD.
           05  PC-KEY.
               10  PC-ACCT-NUMBER      PIC 9(8).
               10  PC-CHECK-SERIAL     PIC 9(10).
           05  PC-AMOUNT               PIC S9(9)V99 COMP-3.
           05  PC-PAID-DATE            PIC 9(8).
           05  PC-ITEM-SEQ             PIC 9(8).
           05  PC-PRESENTING-BANK      PIC X(9).
