      * Estate record layout - shared by any program that reads or
      * writes ESTATE.DAT.
      * One record per deceased customer, written when the death is
      * recorded.  EST-STATUS is 'O' while the estate is being settled
      * and 'C' once closed (EST-CLOSE-DATE zero while open).  While
      * the estate is open, notices and statements for the customer
      * are addressed to the estate contact instead of the customer.
       01  ESTATE-RECORD.
           05  EST-CUST-ID             PIC 9(6).
           05  EST-DEATH-DATE          PIC 9(8).
           05  EST-NOTIFY-SOURCE       PIC X(20).
           05  EST-NOTIFY-DATE         PIC 9(8).
           05  EST-CONTACT-NAME        PIC X(30).
           05  EST-CONTACT-STREET      PIC X(30).
           05  EST-CONTACT-CITY        PIC X(20).
           05  EST-CONTACT-STATE       PIC X(2).
           05  EST-CONTACT-ZIP         PIC X(10).
           05  EST-STATUS              PIC X VALUE 'O'.
           05  EST-OPENED-BY           PIC X(20).
           05  EST-CLOSE-DATE          PIC 9(8).
