      * CTR appearance history record layout - shared by any program
      * that reads or writes CTRHIST.DAT.
      * One record per customer per business date on which the
      * large cash activity report listed the customer over the CTR
      * threshold, so appearances can be counted after the report
      * file itself has been overwritten.  A rerun for the same date
      * replaces the day's record rather than adding another.
       01  CTR-HISTORY-RECORD.
           05  CTR-KEY.
               10  CTR-CUST-ID         PIC 9(6).
               10  CTR-BUS-DATE        PIC 9(8).
           05  CTR-CASH-IN             PIC S9(11)V99 COMP-3.
           05  CTR-CASH-OUT            PIC S9(11)V99 COMP-3.
