      * when a customer disputes what was handed over.  The account
      * is stored in full and masked to its last four digits when
      * the receipt is printed.
      * A check deposit records the holds placed on it, up to three,
      * each with the date its funds become available; RCPT-HOLD-COUNT
      * is zero for every other receipt.
       01  RECEIPT-RECORD.
           05  RCPT-NUMBER             PIC 9(8).
           05  RCPT-ACCT-NUMBER        PIC 9(8).
           05  RCPT-NEW-BALANCE        PIC S9(9)V99 COMP-3.
           05  RCPT-OPERATOR           PIC X(20).
           05  RCPT-TIMESTAMP          PIC 9(14).
           05  RCPT-HOLD-COUNT         PIC 9.
           05  RCPT-HOLD OCCURS 3 TIMES.
               10  RCPT-HOLD-AMOUNT    PIC S9(9)V99 COMP-3.
               10  RCPT-HOLD-AVAIL-DATE PIC 9(8).
