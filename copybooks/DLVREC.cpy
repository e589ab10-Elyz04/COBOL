      * Customer delivery record layout - shared by any program that
      * reads or writes CUSTDLV.DAT.
      * One record per customer whose delivery has been set up or
      * whose mail has come back; a customer with no record gets
      * paper only.  DLV-PREFERENCE is 'P' paper, 'E' electronic or
      * 'B' both.  Electronic delivery needs an email address on the
      * customer; without one the customer gets paper instead.
      * DLV-RETURNED-MAIL is 'Y' from the day an operator records
      * mail coming back until the address is next changed, and
      * while it is set no paper document is produced.  Each one
      * withheld is counted in DLV-WITHHELD-COUNT, and the date of
      * the latest in DLV-LAST-WITHHELD-DATE, for the follow-up
      * report.
       01  CUSTOMER-DELIVERY-RECORD.
           05  DLV-CUST-ID             PIC 9(6).
           05  DLV-PREFERENCE          PIC X VALUE 'P'.
           05  DLV-RETURNED-MAIL       PIC X VALUE 'N'.
           05  DLV-RETURNED-DATE       PIC 9(8).
           05  DLV-RETURNED-BY         PIC X(20).
           05  DLV-RETURNED-NOTE       PIC X(30).
           05  DLV-WITHHELD-COUNT      PIC 9(5).
           05  DLV-LAST-WITHHELD-DATE  PIC 9(8).
           05  DLV-CHANGED-DATE        PIC 9(8).
           05  DLV-CHANGED-BY          PIC X(20).
