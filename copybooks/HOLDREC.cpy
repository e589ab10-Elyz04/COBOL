      * or writes ACCTHOLD.DAT.
      * HOLD-STATUS is 'A' while the hold restricts funds and 'R' once
      * released.  A zero HOLD-EXPIRY-DATE means the hold does not
      * expire on its own.  A hold lapses once HOLD-EXPIRY-DATE has
      * passed; holds placed automatically on check deposits expire
      * the day before their funds become available, and the nightly
      * hold release marks expired holds 'R'.
       01  HOLD-RECORD.
           05  HOLD-ID                 PIC 9(8).
           05  HOLD-ACCT-NUMBER        PIC 9(8).
