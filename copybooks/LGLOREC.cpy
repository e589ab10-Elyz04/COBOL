      * Legal order record layout - shared by any program that reads
      * or writes LEGALORD.DAT.
      * One record per garnishment, tax levy or court freeze served on
      * the bank.  LO-TYPE is 'G' wage garnishment, 'L' tax levy or 'F'
      * court freeze.  Funds are held across the debtor's accounts up
      * to LO-AMOUNT-DEMANDED, leaving LO-EXEMPT-AMOUNT untouched; the
      * hold on each account is itemised in LEGALACT.DAT.  Garnishments
      * and levies are remitted to LO-PAYEE-ID through the external
      * payment queue once LO-MATURITY-DATE is reached; a court freeze
      * has no maturity date and holds until it is released.
      * LO-STATUS is 'O' while the order is open, 'R' once remitted and
      * 'X' once released without payment.  LO-LETTER-DATE stays zero
      * until the nightly run prints the answer letter.
       01  LEGAL-ORDER-RECORD.
           05  LO-ID                   PIC 9(8).
           05  LO-TYPE                 PIC X.
           05  LO-AUTHORITY            PIC X(30).
           05  LO-AUTH-STREET          PIC X(30).
           05  LO-AUTH-CITY            PIC X(20).
           05  LO-AUTH-STATE           PIC X(2).
           05  LO-AUTH-ZIP             PIC X(10).
           05  LO-CASE-REF             PIC X(20).
           05  LO-CUST-ID              PIC 9(6).
           05  LO-AMOUNT-DEMANDED      PIC S9(9)V99 COMP-3.
           05  LO-EXEMPT-AMOUNT        PIC S9(9)V99 COMP-3.
           05  LO-HELD-AMOUNT          PIC S9(9)V99 COMP-3.
           05  LO-REMIT-AMOUNT         PIC S9(9)V99 COMP-3.
           05  LO-FEE-AMOUNT           PIC S9(5)V99 COMP-3.
           05  LO-FEE-ACCT             PIC 9(8).
           05  LO-SERVED-DATE          PIC 9(8).
           05  LO-ANSWER-DATE          PIC 9(8).
           05  LO-MATURITY-DATE        PIC 9(8).
           05  LO-PAYEE-ID             PIC 9(6).
           05  LO-LETTER-DATE          PIC 9(8).
           05  LO-STATUS               PIC X VALUE 'O'.
           05  LO-CLOSE-DATE           PIC 9(8).
           05  LO-ENTERED-BY           PIC X(20).
