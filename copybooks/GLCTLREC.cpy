      * GL control balance record layout - shared by any program that
      * reads or writes GLCTL.DAT.
      * One record per corporate GL control account (the credit GL of
      * an account type's "CR" mapping in GLMAP.DAT), carrying the
      * running balance the daily GL-to-subledger proof builds from
      * each day's GLINTF.DAT activity.  Balances are credit-normal:
      * credits add, debits subtract, so they compare directly with
      * the sum of the customer balances behind the account (loan
      * balances are held negative).  GC-OPENING-BALANCE is the
      * balance before GC-LAST-PROOF-DATE's activity, kept so a rerun
      * of the same day does not apply its activity twice.  The first
      * proof of an account seeds the opening balance from the
      * subledger, so the account starts in balance on
      * GC-STARTED-DATE.
       01  GL-CONTROL-RECORD.
           05  GC-GL-ACCOUNT           PIC X(10).
           05  GC-STARTED-DATE         PIC 9(8).
           05  GC-LAST-PROOF-DATE      PIC 9(8).
           05  GC-OPENING-BALANCE      PIC S9(13)V99 COMP-3.
           05  GC-DAY-DR               PIC S9(13)V99 COMP-3.
           05  GC-DAY-CR               PIC S9(13)V99 COMP-3.
           05  GC-BALANCE              PIC S9(13)V99 COMP-3.
           05  GC-SUBLEDGER-TOTAL      PIC S9(13)V99 COMP-3.
