      * Overdrawn account aging record layout - shared by any program
      * that reads or writes ODAGE.DAT.
      * One record per deposit account while its balance is below
      * zero, created by the overdrawn aging run on the first night
      * it finds the account negative and deleted once the balance
      * is back to zero or better, or when the account is charged
      * off.  OA-NEG-DATE is the business date the account was first
      * found negative; the age in days is counted from it.
      * OA-RESTRICT-DATE is the date the account was restricted
      * (zero until then).  OA-DAYS-NEGATIVE and OA-LAST-BALANCE are
      * as at OA-LAST-RUN-DATE.
       01  OD-AGING-RECORD.
           05  OA-ACCT-NUMBER          PIC 9(8).
           05  OA-NEG-DATE             PIC 9(8).
           05  OA-RESTRICT-DATE        PIC 9(8).
           05  OA-DAYS-NEGATIVE        PIC 9(5).
           05  OA-LAST-BALANCE         PIC S9(9)V99 COMP-3.
           05  OA-LAST-RUN-DATE        PIC 9(8).
