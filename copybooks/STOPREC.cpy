      * stop one exact amount).  STOP-STATUS is 'A' while the stop is
      * enforced and 'R' once released.  A zero STOP-EXPIRY-DATE
      * means the stop does not expire on its own.
      * A stop with a non-zero STOP-SERIAL-FROM is a check stop instead:
      * it matches a check presented with a serial between
      * STOP-SERIAL-FROM and STOP-SERIAL-TO inclusive, whatever the
      * amount, and the amount fields are left zero.
       01  STOP-PAYMENT-RECORD.
           05  STOP-ID                 PIC 9(8).
           05  STOP-ACCT-NUMBER        PIC 9(8).
           05  STOP-EXPIRY-DATE        PIC 9(8).
           05  STOP-REASON             PIC X(30).
           05  STOP-STATUS             PIC X VALUE 'A'.
           05  STOP-SERIAL-FROM        PIC 9(10).
           05  STOP-SERIAL-TO          PIC 9(10).
