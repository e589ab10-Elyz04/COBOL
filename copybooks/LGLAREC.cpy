      * Legal order account record layout - shared by any program that
      * reads or writes LEGALACT.DAT.
      * One record per account of the debtor found when a legal order
      * is entered.  LA-STATUS is 'H' while LA-HOLD-ID holds
      * LA-HELD-AMOUNT on the account, 'N' where nothing could be held,
      * 'R' once the held funds were remitted (LA-EPQ-ID is the
      * external payment queue item) and 'X' once the hold was released.
       01  LEGAL-ACCOUNT-RECORD.
           05  LA-KEY.
               10  LA-ORDER-ID         PIC 9(8).
               10  LA-ACCT-NUMBER      PIC 9(8).
           05  LA-ACCT-TYPE            PIC X(8).
           05  LA-HOLD-ID              PIC 9(8).
           05  LA-HELD-AMOUNT          PIC S9(9)V99 COMP-3.
           05  LA-EPQ-ID               PIC 9(8).
           05  LA-STATUS               PIC X.
