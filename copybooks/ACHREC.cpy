      * ACH record layouts - shared by any program that reads an
      * inbound ACH file (ACHIN.DAT) or writes an outbound one
      * (ACHRTN.DAT).
      * Every record is 94 characters in the standard ACH format; the
      * first character gives the record type: '1' file header, '5'
      * batch header, '6' entry detail, '7' addenda, '8' batch control
      * and '9' file control.  A file is padded to a whole block of
      * ten records with records of all nines.  Amounts are unsigned
      * with two implied decimals.  The entry hash is the sum of the
      * eight-digit receiving bank identifications, truncated to its
      * low-order ten digits.  An addenda of type '99' is the return
      * addenda carried by an entry sent back to its originator.
       01  ACH-RECORD.
           05  ACH-RECORD-TYPE         PIC X.
           05  ACH-FILE-HEADER.
               10  AFH-PRIORITY        PIC X(2).
               10  AFH-DESTINATION     PIC X(10).
               10  AFH-ORIGIN          PIC X(10).
               10  AFH-CREATE-DATE     PIC X(6).
               10  AFH-CREATE-TIME     PIC X(4).
               10  AFH-ID-MODIFIER     PIC X.
               10  AFH-RECORD-SIZE     PIC X(3).
               10  AFH-BLOCKING        PIC X(2).
               10  AFH-FORMAT-CODE     PIC X.
               10  AFH-DEST-NAME       PIC X(23).
               10  AFH-ORIGIN-NAME     PIC X(23).
               10  AFH-REFERENCE       PIC X(8).
           05  ACH-BATCH-HEADER REDEFINES ACH-FILE-HEADER.
               10  ABH-SERVICE-CLASS   PIC X(3).
               10  ABH-COMPANY-NAME    PIC X(16).
               10  ABH-DISCRETIONARY   PIC X(20).
               10  ABH-COMPANY-ID      PIC X(10).
               10  ABH-SEC-CODE        PIC X(3).
               10  ABH-ENTRY-DESC      PIC X(10).
               10  ABH-DESC-DATE       PIC X(6).
               10  ABH-EFFECTIVE-DATE  PIC X(6).
               10  ABH-SETTLE-DATE     PIC X(3).
               10  ABH-ORIG-STATUS     PIC X.
               10  ABH-ODFI-ID         PIC X(8).
               10  ABH-BATCH-NUMBER    PIC 9(7).
           05  ACH-ENTRY-DETAIL REDEFINES ACH-FILE-HEADER.
               10  AED-TRAN-CODE       PIC 9(2).
               10  AED-RDFI-ID         PIC 9(8).
               10  AED-RDFI-CHECK      PIC X.
               10  AED-DFI-ACCOUNT     PIC X(17).
               10  AED-AMOUNT          PIC 9(8)V99.
               10  AED-INDIVIDUAL-ID   PIC X(15).
               10  AED-INDIVIDUAL-NAME PIC X(22).
               10  AED-DISCRETIONARY   PIC X(2).
               10  AED-ADDENDA-IND     PIC X.
               10  AED-TRACE-NUMBER    PIC 9(15).
           05  ACH-ADDENDA REDEFINES ACH-FILE-HEADER.
               10  AAD-TYPE-CODE       PIC X(2).
               10  AAD-PAYMENT-INFO    PIC X(80).
               10  AAD-SEQUENCE        PIC 9(4).
               10  AAD-ENTRY-SEQ       PIC 9(7).
           05  ACH-RETURN-ADDENDA REDEFINES ACH-FILE-HEADER.
               10  ARA-TYPE-CODE       PIC X(2).
               10  ARA-RETURN-CODE     PIC X(3).
               10  ARA-ORIG-TRACE      PIC 9(15).
               10  ARA-DEATH-DATE      PIC X(6).
               10  ARA-ORIG-RDFI       PIC X(8).
               10  ARA-INFO            PIC X(44).
               10  ARA-TRACE-NUMBER    PIC 9(15).
           05  ACH-BATCH-CONTROL REDEFINES ACH-FILE-HEADER.
               10  ABC-SERVICE-CLASS   PIC X(3).
               10  ABC-ENTRY-COUNT     PIC 9(6).
               10  ABC-ENTRY-HASH      PIC 9(10).
               10  ABC-DEBIT-TOTAL     PIC 9(10)V99.
               10  ABC-CREDIT-TOTAL    PIC 9(10)V99.
               10  ABC-COMPANY-ID      PIC X(10).
               10  ABC-AUTH-CODE       PIC X(19).
               10  ABC-RESERVED        PIC X(6).
               10  ABC-ODFI-ID         PIC X(8).
               10  ABC-BATCH-NUMBER    PIC 9(7).
           05  ACH-FILE-CONTROL REDEFINES ACH-FILE-HEADER.
               10  AFC-BATCH-COUNT     PIC 9(6).
               10  AFC-BLOCK-COUNT     PIC 9(6).
               10  AFC-ENTRY-COUNT     PIC 9(8).
               10  AFC-ENTRY-HASH      PIC 9(10).
               10  AFC-DEBIT-TOTAL     PIC 9(10)V99.
               10  AFC-CREDIT-TOTAL    PIC 9(10)V99.
               10  AFC-RESERVED        PIC X(39).
