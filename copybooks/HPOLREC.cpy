      * Deposit hold policy record layout - shared by any program that
      * reads or writes HOLDPOL.DAT.
      * One record per kind of deposited check: 'O' on-us (drawn on
      * this bank) or 'T' other-bank (transit).  Cash deposits carry
      * no hold.  Days are business days counted from the deposit
      * date, skipping weekends and HOLIDAY.DAT dates:
      *   HP-NEXT-DAY-AMOUNT  first part of the deposit available on
      *                       the next business day
      *   HP-STD-DAYS         days until the rest is available
      *   HP-LARGE-AMOUNT     deposits above this are large; the part
      *                       above it is held HP-LARGE-DAYS instead
      *   HP-NEW-ACCT-AGE     accounts open fewer calendar days than
      *                       this are new accounts, whose deposits
      *                       beyond the next-day part are held
      *                       HP-NEW-ACCT-DAYS
      * The longest applicable period always wins.
       01  HOLD-POLICY-RECORD.
           05  HP-CHECK-KIND           PIC X.
           05  HP-NEXT-DAY-AMOUNT      PIC S9(7)V99 COMP-3.
           05  HP-STD-DAYS             PIC 9(2).
           05  HP-LARGE-AMOUNT         PIC S9(9)V99 COMP-3.
           05  HP-LARGE-DAYS           PIC 9(2).
           05  HP-NEW-ACCT-AGE         PIC 9(3).
           05  HP-NEW-ACCT-DAYS        PIC 9(2).
