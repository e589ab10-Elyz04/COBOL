      * Teller foreign notes record layout - shared by any program
      * that reads or writes FXDRAWER.DAT.
      * One record per teller per foreign currency held in the
      * teller's drawer, in units of that currency.  FXN-HELD is
      * what the drawer held when the teller's cash drawer was last
      * opened; FXN-BOUGHT and FXN-SOLD are the notes taken in from
      * and paid out to customers since.  Notes taken from or
      * returned to the branch vault are added to or taken from
      * FXN-HELD directly.  The first exchange after the drawer is
      * opened again carries the day's movement into FXN-HELD.
       01  FX-NOTES-RECORD.
           05  FXN-KEY.
               10  FXN-OPERATOR        PIC X(20).
               10  FXN-CURRENCY        PIC X(3).
           05  FXN-BRANCH              PIC 9(3).
           05  FXN-OPEN-DATE           PIC 9(8).
           05  FXN-HELD                PIC S9(9)V99 COMP-3.
           05  FXN-BOUGHT              PIC S9(9)V99 COMP-3.
           05  FXN-SOLD                PIC S9(9)V99 COMP-3.
