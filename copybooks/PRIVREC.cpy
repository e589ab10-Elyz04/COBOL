      * Privacy access log record layout - shared by any program that
      * writes or reads PRIVLOG.DAT.
      * SSNs, dates of birth and email addresses are masked on every
      * screen and printed report.  Each time an authorized operator
      * reveals a full value on screen one line is written here with
      * the customer, the field revealed, the screen used and the
      * reason the operator gave.
       01  PRIVACY-LOG-RECORD.
           05  PV-TIMESTAMP            PIC 9(14).
           05  PV-OPERATOR             PIC X(20).
           05  PV-CUST-ID              PIC 9(6).
           05  PV-FIELD                PIC X(5).
           05  PV-PROGRAM              PIC X(20).
           05  PV-REASON               PIC X(40).
