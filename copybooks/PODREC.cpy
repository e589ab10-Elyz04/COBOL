      * Payable-on-death beneficiary record layout - shared by any
      * program that reads or writes PODBENE.DAT.
      * One record per beneficiary named on an account.  POD-SHARE-PCT
      * is the beneficiary's percentage of the balance; the shares of
      * the active beneficiaries on an account should total 100.
      * POD-PAY-ACCT is the account the share is credited to, or zero
      * when the share is paid by official check.  POD-STATUS is 'A'
      * while the designation stands, 'R' once removed and 'P' once
      * the share has been paid (amount and date kept on the record).
       01  POD-BENEFICIARY-RECORD.
           05  POD-KEY.
               10  POD-ACCT-NUMBER     PIC 9(8).
               10  POD-SEQ             PIC 9(2).
           05  POD-NAME                PIC X(35).
           05  POD-SHARE-PCT           PIC 9(3)V99.
           05  POD-PAY-ACCT            PIC 9(8).
           05  POD-STATUS              PIC X VALUE 'A'.
           05  POD-PAID-AMOUNT         PIC S9(9)V99 COMP-3.
           05  POD-PAID-DATE           PIC 9(8).
