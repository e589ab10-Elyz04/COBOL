      * Suspicious activity alert record layout - shared by any
      * program that reads or writes ALERTS.DAT.
      * One record per customer per monitoring rule hit.  The
      * monitoring batch raises alerts with ALR-STATUS 'O' (open);
      * compliance review works them to 'E' (escalated), 'N' (no
      * action) or 'S' (SAR filed).  'N' and 'S' close the alert.
      * ALR-ITEM-COUNT and ALR-AMOUNT are the activity that tripped
      * the rule within its look-back window.  Every raise, status
      * change and note is also written to ALRTHIST.DAT.
       01  ALERT-RECORD.
           05  ALR-ID                  PIC 9(8).
           05  ALR-CUST-ID             PIC 9(6).
           05  ALR-RULE-ID             PIC X(8).
           05  ALR-BUS-DATE            PIC 9(8).
           05  ALR-LOOKBACK-DAYS       PIC 9(3).
           05  ALR-ITEM-COUNT          PIC 9(5).
           05  ALR-AMOUNT              PIC S9(11)V99 COMP-3.
           05  ALR-DETAIL              PIC X(50).
           05  ALR-STATUS              PIC X VALUE 'O'.
           05  ALR-WORKED-BY           PIC X(20).
           05  ALR-WORKED-TS           PIC 9(14).
