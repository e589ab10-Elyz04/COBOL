      * Safe deposit box access log record layout - shared by any
      * program that reads or writes SDBACCES.DAT.
      * One record, appended, for every entry to a box (SDA-CUST-ID
      * is the renter who signed the access card) and for every other
      * event in the life of a box - rented, surrendered, rent paid,
      * drilled, escheated - so the log is the box's full history.
      *   SDA-ACTION          ENTRY, ADDED, RENTED, SURRENDR,
      *                       RENTPAID, BILLED, DRILLED, ESCHEAT
       01  SAFE-DEPOSIT-ACCESS-RECORD.
           05  SDA-BRANCH              PIC 9(3).
           05  SDA-BOX-NUMBER          PIC 9(5).
           05  SDA-DATE                PIC 9(8).
           05  SDA-TIME                PIC 9(6).
           05  SDA-CUST-ID             PIC 9(6).
           05  SDA-ACTION              PIC X(8).
           05  SDA-OPERATOR            PIC X(20).
           05  SDA-NOTE                PIC X(40).
