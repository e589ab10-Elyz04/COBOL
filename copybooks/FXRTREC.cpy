      * Foreign currency rate record layout - shared by any program
      * that reads or writes FXRATE.DAT.
      * One record per foreign currency the teller window deals in,
      * keyed by the currency code.  Rates are in local currency per
      * one unit of the foreign currency: FXR-BUY-RATE is what the
      * bank pays for foreign notes, FXR-SELL-RATE what it charges
      * for them.  The midpoint of the two is the rate the exchange
      * margin is measured from.  A supervisor sets the rates each
      * morning; the teller window deals only at rates whose
      * FXR-EFFECTIVE-DATE is today.
      *   FXR-STATUS          'A' dealt at the window; 'W' withdrawn -
      *                       no new exchanges in the currency
       01  FX-RATE-RECORD.
           05  FXR-CURRENCY            PIC X(3).
           05  FXR-DESCRIPTION         PIC X(20).
           05  FXR-STATUS              PIC X.
           05  FXR-BUY-RATE            PIC S9(3)V9(6) COMP-3.
           05  FXR-SELL-RATE           PIC S9(3)V9(6) COMP-3.
           05  FXR-EFFECTIVE-DATE      PIC 9(8).
           05  FXR-CHANGED-BY          PIC X(20).
