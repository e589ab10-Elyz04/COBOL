      * Foreign exchange deal record layout - shared by any program
      * that reads or writes FXDEAL.DAT.
      * One record per currency exchange at the teller window, keyed
      * by the number of the receipt handed to the customer, so the
      * receipt can be reprinted with the rate it was dealt at.
      *   FXD-SIDE            'B' the bank bought foreign notes from
      *                       the customer; 'S' the bank sold foreign
      *                       notes to the customer
      *   FXD-RATE            the buy or sell rate the deal was done
      *                       at; FXD-MID-RATE the midpoint of the day's
      *                       buy and sell rates
      *   FXD-LOCAL-AMOUNT    FXD-FOREIGN-AMOUNT at FXD-RATE - what the
      *                       customer paid or was paid
      *   FXD-MARGIN          the difference between FXD-LOCAL-AMOUNT
      *                       and the foreign amount at the midpoint -
      *                       the bank's exchange income on the deal
      *   FXD-SETTLEMENT      'C' settled in cash over the counter;
      *                       'A' debited or credited to FXD-ACCT-NUMBER
      *   FXD-CUST-ID         the customer a cash deal was done with,
      *                       so the cash counts toward the customer's
      *                       large cash and structuring totals; zero
      *                       on a deal through an account, whose
      *                       owners are found from the account
       01  FX-DEAL-RECORD.
           05  FXD-RECEIPT-NUMBER      PIC 9(8).
           05  FXD-DEAL-DATE           PIC 9(8).
           05  FXD-BRANCH              PIC 9(3).
           05  FXD-OPERATOR            PIC X(20).
           05  FXD-CURRENCY            PIC X(3).
           05  FXD-SIDE                PIC X.
           05  FXD-FOREIGN-AMOUNT      PIC S9(9)V99 COMP-3.
           05  FXD-RATE                PIC S9(3)V9(6) COMP-3.
           05  FXD-MID-RATE            PIC S9(3)V9(6) COMP-3.
           05  FXD-LOCAL-AMOUNT        PIC S9(9)V99 COMP-3.
           05  FXD-MARGIN              PIC S9(7)V99 COMP-3.
           05  FXD-SETTLEMENT          PIC X.
           05  FXD-ACCT-NUMBER         PIC 9(8).
           05  FXD-CUST-ID             PIC 9(6).
           05  FXD-TIMESTAMP           PIC 9(14).
