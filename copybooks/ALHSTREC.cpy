      * Alert audit trail record layout - shared by any program that
      * writes to or reads ALRTHIST.DAT.
      * One record per action on an alert: RAISED by the monitoring
      * batch, then NOTE, ESCALATED, NO ACTION or SAR FILED by the
      * reviewing officer, with the status before and after and the
      * officer's note.  Monitoring rule changes are logged here too,
      * as RULE with a zero alert ID and the rule ID in the note.
       01  ALERT-HISTORY-RECORD.
           05  ALH-ALERT-ID            PIC 9(8).
           05  ALH-ACTION              PIC X(10).
           05  ALH-OLD-STATUS          PIC X.
           05  ALH-NEW-STATUS          PIC X.
           05  ALH-OPERATOR            PIC X(20).
           05  ALH-NOTE                PIC X(60).
           05  ALH-TIMESTAMP           PIC 9(14).
