      * Product master record layout - shared by any program that
      * reads or writes PRODUCT.DAT.
      * One record per account type, holding the rules that govern
      * every account of that type.  PRODUCT_LOOKUP returns the record
      * for a type; a type not on file gets the standard deposit rules
      * (no interest, dormancy applies, overdraft fee 25.00, no
      * overdraft protection sweep, every channel open).
      *   PRD-STATUS          'A' offered; 'W' withdrawn - existing
      *                       accounts keep their rules, new accounts
      *                       cannot be opened
      *   PRD-INT-BEARING     'Y' interest is accrued and the rate is
      *                       repriced from the rate table
      *   PRD-ACCRUAL-FREQ    'M' monthly, 'Q' quarterly (March, June,
      *                       September, December), 'A' annually
      *                       (December)
      *   PRD-DORMANCY-ELIG   'Y' the account goes dormant when
      *                       inactive
      *   PRD-OD-ALLOWED      'Y' the account may carry an overdraft
      *                       limit and is treated as overdrawn when
      *                       its balance is negative
      *   PRD-OD-FEE          charged when a debit overdraws the
      *                       account (zero = no fee)
      *   PRD-SWEEP-ROLE      overdraft protection sweep: 'P' the
      *                       account may be protected by a sweep
      *                       from the account in ACCT-LINKED-ACCT,
      *                       'F' the account may fund a sweep,
      *                       'N' neither
      *   PRD-SWEEP-FEE       charged to the protected account on
      *                       each sweep (zero = no fee)
      *   PRD-MIN-OPEN-DEP    smallest opening deposit accepted
      *   PRD-MIN-BALANCE     teller withdrawals and transfers may not
      *                       take the balance below this (zero = no
      *                       minimum; the overdraft limit applies)
      *   PRD-WDRL-LIMIT      teller withdrawals and transfers out
      *                       allowed per calendar month (0 = no
      *                       limit)
      *   PRD-CHANNELS        'Y'/'N' per channel the account may be
      *                       used through: teller window, the batch
      *                       transaction feed, inbound ACH entries,
      *                       checks presented for payment and
      *                       standing orders; the standing-order
      *                       flag also governs the other automatic
      *                       debits (loan autopay and safe deposit
      *                       box rent)
      *   PRD-GL-PRODUCT      account type the GL mapping is looked up
      *                       under, so a new product can share an
      *                       existing product's GL accounts
       01  PRODUCT-RECORD.
           05  PRD-ACCT-TYPE           PIC X(8).
           05  PRD-DESCRIPTION         PIC X(30).
           05  PRD-STATUS              PIC X.
           05  PRD-INT-BEARING         PIC X.
           05  PRD-ACCRUAL-FREQ        PIC X.
           05  PRD-DORMANCY-ELIG       PIC X.
           05  PRD-OD-ALLOWED          PIC X.
           05  PRD-OD-FEE              PIC S9(3)V99 COMP-3.
           05  PRD-SWEEP-ROLE          PIC X.
           05  PRD-SWEEP-FEE           PIC S9(3)V99 COMP-3.
           05  PRD-MIN-OPEN-DEP        PIC S9(7)V99 COMP-3.
           05  PRD-MIN-BALANCE         PIC S9(7)V99 COMP-3.
           05  PRD-WDRL-LIMIT          PIC 9(3).
           05  PRD-CHANNELS.
               10  PRD-CHAN-TELLER     PIC X.
               10  PRD-CHAN-FEED       PIC X.
               10  PRD-CHAN-ACH        PIC X.
               10  PRD-CHAN-CHECKS     PIC X.
               10  PRD-CHAN-STANDING   PIC X.
           05  PRD-GL-PRODUCT          PIC X(8).
           05  PRD-CHANGED-BY          PIC X(20).
           05  PRD-CHANGED-DATE        PIC 9(8).
