      * Inbound check clearing item layout - shared by any program
      * that reads CHKCLR.DAT.
      * One record per check drawn on us and presented for payment by
      * another bank.  CK-ITEM-SEQ is the clearing file's own item
      * sequence and drives restart; CK-PRESENTING-BANK is the
      * routing number of the bank that presented the item.
       01  CHECK-CLEARING-RECORD.
           05  CK-ITEM-SEQ             PIC 9(8).
           05  CK-ACCT-NUMBER          PIC 9(8).
           05  CK-CHECK-SERIAL         PIC 9(10).
           05  CK-AMOUNT               PIC 9(9)V99.
           05  CK-PRESENTING-BANK      PIC X(9).
