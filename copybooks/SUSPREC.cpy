      * Posting suspense record layout - shared by any program that
      * reads or writes SUSPENSE.DAT.
      * One record per feed item the batch posting run could not
      * apply.  The original feed fields are kept as received; the
      * item is booked to the GL suspense account under code SPCR
      * (credit item) or SPDR (debit item) until it is worked.
      * SUS-STATUS is 'O' open in suspense, 'P' re-released and
      * posted, 'R' returned to the originator.  SUS-CORR-ACCT is
      * the account keyed by operations when the feed account was
      * wrong (zero until corrected).  SUS-POSTED-TRAN-ID carries the
      * ledger entry made on re-release so the item ties to it.
       01  SUSPENSE-RECORD.
           05  SUS-ID                  PIC 9(8).
           05  SUS-BUS-DATE            PIC 9(8).
           05  SUS-FEED-SEQ            PIC 9(8).
           05  SUS-ACCT-NUMBER         PIC 9(8).
           05  SUS-TRAN-TYPE           PIC X(2).
           05  SUS-AMOUNT              PIC 9(9)V99.
           05  SUS-DESC                PIC X(30).
           05  SUS-REASON              PIC X(30).
           05  SUS-STATUS              PIC X.
           05  SUS-CORR-ACCT           PIC 9(8).
           05  SUS-POSTED-TRAN-ID      PIC 9(14).
           05  SUS-UPDATED-BY          PIC X(20).
           05  SUS-UPDATED-TS          PIC 9(14).
