      * or writes GLJRNL.DAT.
      * GL-ACCT-NUMBER carries the customer account so the end-of-day
      * interface batch can resolve the account type for GL mapping.
      * GL-TRAN-CODE carries the ledger transaction code so mapping
      * can be specific to the code; journal lines written before
      * codes existed read back with it blank.
       01  GL-JOURNAL-RECORD.
           05  GL-ACCOUNT-CODE       PIC X(10).
           05  GL-DR-CR              PIC X(2).
           05  GL-REFERENCE          PIC 9(14).
           05  GL-TIMESTAMP          PIC 9(14).
           05  GL-ACCT-NUMBER        PIC 9(8).
           05  GL-TRAN-CODE          PIC X(4).
