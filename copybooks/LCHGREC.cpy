      * Loan late charge table record layout - shared by any program
      * that reads or writes LATECHG.DAT.
      * One record per installment-size tier, keyed by the largest
      * installment amount the tier applies to.  An installment is
      * charged from the row with the lowest LC-UP-TO-AMOUNT not below
      * the amount due on it.  Once it is still unpaid LC-GRACE-DAYS
      * calendar days after its due date it is charged LC-FLAT-AMOUNT
      * plus LC-PERCENT of the amount due, limited to LC-MAXIMUM
      * (zero means no limit).
       01  LATE-CHARGE-RECORD.
           05  LC-UP-TO-AMOUNT         PIC 9(9)V99.
           05  LC-GRACE-DAYS           PIC 9(3).
           05  LC-FLAT-AMOUNT          PIC 9(5)V99.
           05  LC-PERCENT              PIC 9V9999.
           05  LC-MAXIMUM              PIC 9(5)V99.
