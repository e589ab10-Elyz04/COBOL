      * TRAN-STATUS is 'A' for ordinary activity and 'R' once the
      * entry has been reversed.  A reversal entry carries the TRAN-ID
      * it offsets in TRAN-REVERSAL-OF (zero for ordinary activity).
      * TRAN-CODE is the TRANCODE.DAT transaction code the entry was
      * posted under; TRAN-TYPE still carries its DR/CR direction.
      * TRAN-CHECK-SERIAL is the check number of a check paid through
      * clearing (zero on every other entry).
      * TRAN-ACH-COMPANY-ID and TRAN-ACH-TRACE identify an ACH entry
      * received from another bank - the originating company's
      * identification and the entry's trace number (blank and zero
      * on every other entry).  The originator's name is carried in
      * TRAN-DESC.
       01  TRANSACTION-RECORD.
           05  TRAN-ID                 PIC 9(14).
           05  TRAN-ACCT-NUMBER        PIC 9(8).
           05  TRAN-REVERSAL-OF        PIC 9(14).
           05  TRAN-OPERATOR           PIC X(20).
           05  TRAN-DESC               PIC X(30).
           05  TRAN-CODE               PIC X(4).
           05  TRAN-CHECK-SERIAL       PIC 9(10).
           05  TRAN-ACH-COMPANY-ID     PIC X(10).
           05  TRAN-ACH-TRACE          PIC 9(15).
