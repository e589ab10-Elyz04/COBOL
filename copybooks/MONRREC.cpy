      * Activity monitoring rule record layout - shared by any program
      * that reads or writes MONRULE.DAT.
      * One record per suspicious-activity rule run by the nightly
      * monitoring batch.  MR-ACTIVE 'N' switches a rule off.  Every
      * rule looks back MR-LOOKBACK-DAYS calendar days including the
      * business date; what the thresholds mean depends on the rule:
      *   STRUCTUR  cash items of at least MR-AMOUNT-LOW but under
      *             MR-AMOUNT-HIGH (the CTR threshold); alert when a
      *             customer has MR-MIN-COUNT or more of them
      *   RAPIDMOV  credits of at least MR-AMOUNT-LOW with debits of
      *             MR-PERCENT or more of them in the same window
      *   DORMREAC  an account reactivated from dormant in the window
      *             with MR-AMOUNT-LOW or more of activity since
      *   NEWPAYEE  outbound external payments to payees first paid
      *             inside the window: MR-MIN-COUNT or more items, or
      *             MR-AMOUNT-LOW or more in total
       01  MONITOR-RULE-RECORD.
           05  MR-RULE-ID              PIC X(8).
           05  MR-DESCRIPTION          PIC X(30).
           05  MR-ACTIVE               PIC X.
           05  MR-LOOKBACK-DAYS        PIC 9(3).
           05  MR-AMOUNT-LOW           PIC S9(9)V99 COMP-3.
           05  MR-AMOUNT-HIGH          PIC S9(9)V99 COMP-3.
           05  MR-MIN-COUNT            PIC 9(3).
           05  MR-PERCENT              PIC 9(3).
