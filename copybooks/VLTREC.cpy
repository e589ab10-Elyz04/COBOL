      * Branch vault record layout - shared by any program that reads
      * or writes VAULT.DAT.
      * One record per branch (BR-NUMBER).  VLT-DENOM-COUNT is the
      * book position of the vault by denomination in DENOMTAB order
      * and VLT-CASH-TOTAL its value; both move with every teller
      * buy or sell and every supplier shipment, and are reset to the
      * counted figures by the end-of-day vault count, whose over or
      * short (counted less book) is kept in VLT-LAST-OVER-SHORT.
       01  VAULT-RECORD.
           05  VLT-BRANCH              PIC 9(3).
           05  VLT-OPEN-DATE           PIC 9(8).
           05  VLT-CASH-TOTAL          PIC S9(11)V99 COMP-3.
           05  VLT-LAST-COUNT-DATE     PIC 9(8).
           05  VLT-LAST-COUNT-BY       PIC X(20).
           05  VLT-LAST-OVER-SHORT     PIC S9(9)V99 COMP-3.
           05  VLT-DENOM-COUNT         PIC S9(7) COMP-3 OCCURS 11.
