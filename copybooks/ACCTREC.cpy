      * months, the maturity date, the disposition at maturity
      * ('R' roll into a new term, 'T' transfer proceeds to
      * ACCT-LINKED-ACCT) - all zero/space for other types.
      * On an account whose product may be protected by a sweep
      * (PRD-SWEEP-ROLE 'P', CHECKING as standard) ACCT-LINKED-ACCT
      * instead names the account that protects it from overdraft,
      * one whose product may fund a sweep (SAVINGS as standard): a
      * debit that would take the balance less holds below zero
      * first sweeps the shortfall across from that account.  Zero
      * means no overdraft protection.
      * On a LOAN account ACCT-LINKED-ACCT is the checking or
      * savings account the installments are collected from by
      * autopay on their due dates.  Zero means no autopay.
      * ACCT-STATUS is 'O' open, 'C' closed, 'D' dormant, 'E'
      * escheated, 'R' restricted or 'W' charged off.  A deposit
      * account overdrawn for 30 days is restricted: credits are
      * still taken but every debit is refused.  One left overdrawn
      * for the charge-off period is charged off: the negative
      * balance is written off and no activity is taken, except
      * payments, which post as recoveries against the write-off.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(8).
           05  ACCT-CUST-ID            PIC 9(6).
