      * Master backup record layouts - shared by any program that
      * writes or reads the dated flat master backups (ACCTMAST,
      * CUSTMAST, ACCTOWNR and TRANLOG .yyyymmdd files).
      * Each backup holds one kind of record.  Packed fields are
      * carried in display form, as in TRANARCH.DAT, so the backups
      * are plain text; customer and owner records have no packed
      * fields and are carried as an image of the master record.
       01  BACKUP-ACCOUNT-RECORD.
           05  BA-NUMBER               PIC 9(8).
           05  BA-CUST-ID              PIC 9(6).
           05  BA-TYPE                 PIC X(8).
           05  BA-BALANCE              PIC S9(9)V99.
           05  BA-INT-RATE             PIC S9V9999.
           05  BA-STATUS               PIC X.
           05  BA-OPEN-DATE            PIC 9(8).
           05  BA-OD-LIMIT             PIC S9(7)V99.
           05  BA-TERM-MONTHS          PIC 9(3).
           05  BA-MATURITY-DATE        PIC 9(8).
           05  BA-DISPOSITION          PIC X.
           05  BA-LINKED-ACCT          PIC 9(8).
       01  BACKUP-CUSTOMER-RECORD.
           05  BC-CUST-ID              PIC 9(6).
           05  BC-NAMES                PIC X(35).
           05  BC-SSN                  PIC 9(9).
           05  BC-REST                 PIC X(161).
       01  BACKUP-OWNER-RECORD.
           05  BO-ACCT-NUMBER          PIC 9(8).
           05  BO-CUST-ID              PIC 9(6).
           05  BO-ROLE                 PIC X.
       01  BACKUP-LEDGER-RECORD.
           05  BL-TRAN-ID              PIC 9(14).
           05  BL-ACCT-NUMBER          PIC 9(8).
           05  BL-TRAN-TYPE            PIC X(2).
           05  BL-AMOUNT               PIC S9(9)V99.
           05  BL-TIMESTAMP            PIC 9(14).
           05  BL-BALANCE              PIC S9(9)V99.
           05  BL-STATUS               PIC X.
           05  BL-REVERSAL-OF          PIC 9(14).
           05  BL-OPERATOR             PIC X(20).
           05  BL-DESC                 PIC X(30).
           05  BL-TRAN-CODE            PIC X(4).
           05  BL-CHECK-SERIAL         PIC 9(10).
           05  BL-ACH-COMPANY-ID       PIC X(10).
           05  BL-ACH-TRACE            PIC 9(15).
