      * Memo-post queue record layout - shared by any program that
      * reads or writes MEMOPOST.DAT.
      * One record per online posting taken while the end-of-day
      * batch is running.  The teller's cash moves at once but the
      * account master is not touched; the item is posted to the
      * account on MP-BUS-DATE, the next business day, by the first
      * step of that day's chain.  Until then the item counts
      * towards the account's memo balance.
      * MP-STATUS is 'Q' queued, 'P' posted, 'S' sent to posting
      * suspense because it could not be applied.  The two legs of an
      * internal transfer point at each other through MP-LINK-ID
      * (zero for a single item).
       01  MEMO-POST-RECORD.
           05  MP-ID                   PIC 9(8).
           05  MP-ACCT-NUMBER          PIC 9(8).
           05  MP-BUS-DATE             PIC 9(8).
           05  MP-TRAN-TYPE            PIC X(2).
           05  MP-TRAN-CODE            PIC X(4).
           05  MP-AMOUNT               PIC S9(9)V99 COMP-3.
           05  MP-DESC                 PIC X(30).
           05  MP-OPERATOR             PIC X(20).
           05  MP-TIMESTAMP            PIC 9(14).
           05  MP-LINK-ID              PIC 9(8).
           05  MP-STATUS               PIC X.
           05  MP-POSTED-TS            PIC 9(14).
