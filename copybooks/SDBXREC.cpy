      * Safe deposit box record layout - shared by any program that
      * reads or writes SDBOX.DAT.
      * One record per box in a branch vault, keyed by the branch
      * (BRANCH.DAT) and the box number on the door.
      *   SDB-STATUS          'V' vacant; 'R' rented; 'D' drilled -
      *                       opened by the bank for unpaid rent, the
      *                       contents held under SDB-CONTENTS until
      *                       claimed or escheated; 'X' out of service
      *   SDB-RENTER-CUST     renter (CUSTMAST.DAT), with up to two
      *                       co-renters (zero = none); any of them
      *                       may sign for entry
      *   SDB-ANNUAL-RENT     rent for the size (SDBSIZE.DAT) as last
      *                       billed; a change to the size table
      *                       applies from each box's next anniversary
      *   SDB-PAID-TO-DATE    rent is paid up to this date; the next
      *                       year is billed on it.  Set to the rental
      *                       date when a box is rented, so the first
      *                       year is billed that night
      *   SDB-BILL-ACCT       deposit account the rent is debited
      *                       from (zero = a bill is mailed)
      *   SDB-AMOUNT-DUE      rent billed and not yet paid, due on
      *                       SDB-DUE-DATE; SDB-DELINQ-DATE is the
      *                       end of the grace period, after which a
      *                       delinquency letter goes out and entry is
      *                       refused
       01  SAFE-DEPOSIT-BOX-RECORD.
           05  SDB-KEY.
               10  SDB-BRANCH          PIC 9(3).
               10  SDB-BOX-NUMBER      PIC 9(5).
           05  SDB-SIZE                PIC X(2).
           05  SDB-STATUS              PIC X.
           05  SDB-RENTER-CUST         PIC 9(6).
           05  SDB-CO-RENTER-CUST      PIC 9(6) OCCURS 2.
           05  SDB-RENT-START          PIC 9(8).
           05  SDB-ANNUAL-RENT         PIC S9(5)V99 COMP-3.
           05  SDB-PAID-TO-DATE        PIC 9(8).
           05  SDB-BILL-ACCT           PIC 9(8).
           05  SDB-AMOUNT-DUE          PIC S9(5)V99 COMP-3.
           05  SDB-DUE-DATE            PIC 9(8).
           05  SDB-DELINQ-DATE         PIC 9(8).
           05  SDB-LAST-BILL-DATE      PIC 9(8).
           05  SDB-DRILL-DATE          PIC 9(8).
           05  SDB-CONTENTS            PIC X(60).
           05  SDB-CONTENTS-VALUE      PIC S9(9)V99 COMP-3.
           05  SDB-CHANGED-BY          PIC X(20).
           05  SDB-CHANGED-DATE        PIC 9(8).
