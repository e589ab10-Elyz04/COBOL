      * One record per scheduled installment of a LOAN account, in
      * payment-number order.  LN-STATUS is 'O' while the installment
      * is unpaid and 'P' once a payment has been posted against it.
      * On an unpaid installment LN-PRINCIPAL and LN-INTEREST are the
      * amounts still due: a payment smaller than the installment is
      * applied to the interest first, then the principal, and the
      * two are reduced by what it covered.  LN-INT-PAID carries the
      * interest already collected that way, so a payoff quote does
      * not charge that interest a second time.
      * LN-LATE-FEE is the late charge still owed on the installment
      * and is collected ahead of its interest and principal;
      * LN-LATE-DATE is the date the charge was assessed (zero while
      * none has been), so an installment is only ever charged once.
      * LN-PAID-DATE is the date the installment was paid in full
      * (zero while it is unpaid).  Installments paid before the date
      * was kept carry zero with status 'P' and are taken as paid on
      * their due date.
       01  LOAN-SCHEDULE-RECORD.
           05  LN-KEY.
               10  LN-ACCT-NUMBER      PIC 9(8).
           05  LN-PRINCIPAL            PIC S9(9)V99 COMP-3.
           05  LN-INTEREST             PIC S9(9)V99 COMP-3.
           05  LN-STATUS               PIC X VALUE 'O'.
           05  LN-INT-PAID             PIC S9(9)V99 COMP-3.
           05  LN-LATE-FEE             PIC S9(7)V99 COMP-3.
           05  LN-LATE-DATE            PIC 9(8).
           05  LN-PAID-DATE            PIC 9(8).
