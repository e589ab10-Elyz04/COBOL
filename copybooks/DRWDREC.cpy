      * Teller drawer denomination record layout - shared by any
      * program that reads or writes DRWDENOM.DAT.
      * One record per teller, kept alongside the teller's DRAWER.DAT
      * totals.  Counts are in DENOMTAB order.  DD-OPEN-COUNT is the
      * count the drawer was opened with, DD-BOUGHT-COUNT and
      * DD-SOLD-COUNT the cash bought from and sold back to the
      * branch vault since (DD-BOUGHT-AMOUNT / DD-SOLD-AMOUNT their
      * value), and DD-COUNTED the count it was settled with, kept
      * until the drawer is next opened.
       01  DRAWER-DENOM-RECORD.
           05  DD-OPERATOR             PIC X(20).
           05  DD-BRANCH               PIC 9(3).
           05  DD-OPEN-DATE            PIC 9(8).
           05  DD-BOUGHT-AMOUNT        PIC S9(9)V99 COMP-3.
           05  DD-SOLD-AMOUNT          PIC S9(9)V99 COMP-3.
           05  DD-DENOM OCCURS 11.
               10  DD-OPEN-COUNT       PIC S9(7) COMP-3.
               10  DD-BOUGHT-COUNT     PIC S9(7) COMP-3.
               10  DD-SOLD-COUNT       PIC S9(7) COMP-3.
               10  DD-COUNTED          PIC S9(7) COMP-3.
