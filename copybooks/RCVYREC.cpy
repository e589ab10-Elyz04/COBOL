      * Recovery history record layout - shared by any program that
      * reads or writes RECOVERY.DAT.
      * One record per payment taken against a charged-off balance,
      * keyed by account and timestamp so the file reads in account
      * (and so branch) order.  RC-BUS-DATE is the business date the
      * recovery was posted for and drives the monthly report.
       01  RECOVERY-RECORD.
           05  RC-KEY.
               10  RC-ACCT-NUMBER      PIC 9(8).
               10  RC-TIMESTAMP        PIC 9(14).
           05  RC-BUS-DATE             PIC 9(8).
           05  RC-AMOUNT               PIC S9(9)V99 COMP-3.
           05  RC-OUTSTANDING          PIC S9(9)V99 COMP-3.
           05  RC-OPERATOR             PIC X(20).
