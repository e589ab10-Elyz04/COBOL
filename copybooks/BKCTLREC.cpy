      * Master backup control record layout - shared by any program
      * that reads or writes BKUPCTL.DAT.
      * One record per master file per nightly unload.  The unload
      * writes the file to a dated flat backup named BKC-BACKUP-NAME
      * (for example ACCTMAST.20261015) and records here what the
      * backup must prove to on reload:
      *   BKC-RECORD-COUNT  records written
      *   BKC-LOW-KEY /     first and last record key, left-justified
      *   BKC-HIGH-KEY      (account number, customer ID, owner key
      *                     or transaction ID)
      *   BKC-KEY-HASH      sum of the numeric keys (ACCTOWNR: the
      *                     account number part), kept to 18 digits
      *   BKC-AMOUNT-HASH   ACCTMAST sum of balances, TRANLOG sum of
      *                     amounts, CUSTMAST sum of SSNs, ACCTOWNR
      *                     sum of owner customer IDs
      * BKC-STATUS is 'A' while the backup is held and 'D' once it
      * has been dropped by the generation count.  BKC-RELOAD-TS is
      * the last time the live file was rebuilt from this backup
      * (zero if never).
       01  BACKUP-CONTROL-RECORD.
           05  BKC-KEY.
               10  BKC-FILE-NAME       PIC X(8).
               10  BKC-BACKUP-DATE     PIC 9(8).
           05  BKC-BACKUP-NAME         PIC X(20).
           05  BKC-RECORD-COUNT        PIC 9(9).
           05  BKC-LOW-KEY             PIC X(14).
           05  BKC-HIGH-KEY            PIC X(14).
           05  BKC-KEY-HASH            PIC 9(18).
           05  BKC-AMOUNT-HASH         PIC S9(15)V99 COMP-3.
           05  BKC-UNLOAD-TS           PIC 9(14).
           05  BKC-STATUS              PIC X.
           05  BKC-DROP-DATE           PIC 9(8).
           05  BKC-RELOAD-TS           PIC 9(14).
