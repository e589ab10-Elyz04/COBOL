      * ACH entry disposition record layout - shared by any program
      * that writes to or reads ACHITEM.DAT.
      * One record per entry detail taken from an inbound ACH file,
      * with the batch it came in and what was done with it.
      * AI-FILE-ID (origin, creation date and time, modifier) names
      * the inbound file.  AI-DISPOSITION is 'P' posted, 'N'
      * prenotification accepted, 'R' returned with AI-RETURN-CODE
      * or 'B' not posted because its batch failed its control
      * totals.
       01  ACH-ITEM-RECORD.
           05  AI-FILE-ID.
               10  AI-FILE-ORIGIN      PIC X(10).
               10  AI-FILE-DATE        PIC X(6).
               10  AI-FILE-TIME        PIC X(4).
               10  AI-FILE-MODIFIER    PIC X.
           05  AI-BUS-DATE             PIC 9(8).
           05  AI-RECORD-SEQ           PIC 9(6).
           05  AI-BATCH-SEQ            PIC 9(4).
           05  AI-BATCH-NUMBER         PIC 9(7).
           05  AI-SERVICE-CLASS        PIC X(3).
           05  AI-COMPANY-NAME         PIC X(16).
           05  AI-COMPANY-ID           PIC X(10).
           05  AI-SEC-CODE             PIC X(3).
           05  AI-ENTRY-DESC           PIC X(10).
           05  AI-ODFI-ID              PIC X(8).
           05  AI-TRAN-CODE            PIC 9(2).
           05  AI-RDFI-ID              PIC 9(8).
           05  AI-RDFI-CHECK           PIC X.
           05  AI-DFI-ACCOUNT          PIC X(17).
           05  AI-ACCT-NUMBER          PIC 9(8).
           05  AI-AMOUNT               PIC 9(8)V99.
           05  AI-INDIVIDUAL-ID        PIC X(15).
           05  AI-INDIVIDUAL-NAME      PIC X(22).
           05  AI-TRACE-NUMBER         PIC 9(15).
           05  AI-DISPOSITION          PIC X.
           05  AI-RETURN-CODE          PIC X(3).
           05  AI-REASON               PIC X(30).
