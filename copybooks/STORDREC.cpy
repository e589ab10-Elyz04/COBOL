      * Standing order record layout - shared by any program that
      * reads or writes STANDORD.DAT.
      * SO-FREQUENCY is 'M' (monthly) or 'W' (weekly).  SO-STATUS is
      * 'A' while the order runs and 'C' once cancelled; the orders of
      * a deceased customer are suspended ('S') until the estate is
      * closed, when they are cancelled.  An order that fails for
      * insufficient funds is retried daily until SO-RETRY-COUNT
      * exceeds SO-RETRY-DAYS, then skipped to the next cycle.  A zero
      * SO-EXPIRY-DATE means no expiry.
       01  STANDING-ORDER-RECORD.
           05  SO-ID                   PIC 9(6).
           05  SO-ACCT-NUMBER          PIC 9(8).
