      * Branch vault foreign notes record layout - shared by any
      * program that reads or writes FXVAULT.DAT.
      * One record per branch per foreign currency held in the
      * branch vault, in units of that currency.  FXV-HELD is the
      * book position of the notes: it goes down when a teller takes
      * notes for the drawer and up when they are returned, and
      * moves with every shipment of foreign notes to or from the
      * supplier.  Each movement is confirmed by a second person and
      * logged to VLTMOVE.DAT.
       01  FX-VAULT-RECORD.
           05  FXV-KEY.
               10  FXV-BRANCH          PIC 9(3).
               10  FXV-CURRENCY        PIC X(3).
           05  FXV-HELD                PIC S9(9)V99 COMP-3.
           05  FXV-LAST-MOVE-DATE      PIC 9(8).
           05  FXV-LAST-MOVE-BY        PIC X(20).
