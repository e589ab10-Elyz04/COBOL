      * Charge-off record layout - shared by any program that reads
      * or writes CHGOFF.DAT.
      * One record per charged-off deposit account, written by the
      * overdrawn aging run when it writes the negative balance off
      * to the loss GL.  CO-AMOUNT is the balance written off, as a
      * positive amount.  Payments taken against the account later
      * are recoveries: each adds to CO-RECOVERED and is logged on
      * RECOVERY.DAT.  CO-STATUS is 'O' while part of the amount is
      * still outstanding and 'F' once it has been recovered in full.
       01  CHARGE-OFF-RECORD.
           05  CO-ACCT-NUMBER          PIC 9(8).
           05  CO-CUST-ID              PIC 9(6).
           05  CO-ACCT-TYPE            PIC X(8).
           05  CO-NEG-DATE             PIC 9(8).
           05  CO-DATE                 PIC 9(8).
           05  CO-AMOUNT               PIC S9(9)V99 COMP-3.
           05  CO-RECOVERED            PIC S9(9)V99 COMP-3.
           05  CO-LAST-RCVY-DATE       PIC 9(8).
           05  CO-STATUS               PIC X.
           05  CO-OPERATOR             PIC X(20).
