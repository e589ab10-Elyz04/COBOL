      * Electronic document index record layout - shared by any
      * program that writes a document index for the e-delivery
      * vendor (ESTMTIDX.DAT for statements, ENOTCIDX.DAT for
      * notices, ESDBBIDX.DAT for safe deposit box rent bills).
      * One record per document sent electronically.  The document
      * itself is EDOC-LINE-COUNT lines of the document file named
      * in EDOC-DOC-FILE, starting at line EDOC-FIRST-LINE.
      * EDOC-DOC-TYPE is STMT for a statement, SDBRENT for a box
      * rent bill or the letter type for a notice.
       01  EDOC-INDEX-RECORD.
           05  EDOC-DOC-TYPE           PIC X(8).
           05  EDOC-DOC-DATE           PIC 9(8).
           05  EDOC-CUST-ID            PIC 9(6).
           05  EDOC-ACCT-NUMBER        PIC 9(8).
           05  EDOC-CUST-NAME          PIC X(36).
           05  EDOC-EMAIL              PIC X(40).
           05  EDOC-DOC-FILE           PIC X(12).
           05  EDOC-FIRST-LINE         PIC 9(7).
           05  EDOC-LINE-COUNT         PIC 9(5).
