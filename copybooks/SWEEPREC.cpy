      * Overdraft protection sweep log record layout - shared by any
      * program that writes to or reads SWEEPLOG.DAT.
      * One record per sweep from a protecting savings account into
      * the checking account it protects, written when both ledger
      * entries have posted.  SW-DEBIT-AMOUNT is the checking debit
      * that triggered the sweep; SW-SWEEP-AMOUNT is what moved
      * across (the shortfall plus the sweep fee); SW-FEE is the
      * sweep fee charged to the checking account.  SW-BUS-DATE
      * drives the daily sweep register.
       01  SWEEP-LOG-RECORD.
           05  SW-BUS-DATE             PIC 9(8).
           05  SW-CHK-ACCT             PIC 9(8).
           05  SW-SAV-ACCT             PIC 9(8).
           05  SW-DEBIT-AMOUNT         PIC 9(9)V99.
           05  SW-SWEEP-AMOUNT         PIC 9(9)V99.
           05  SW-FEE                  PIC 9(3)V99.
           05  SW-OPERATOR             PIC X(20).
           05  SW-TIMESTAMP            PIC 9(14).
