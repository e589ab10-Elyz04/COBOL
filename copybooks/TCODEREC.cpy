      * Transaction code master record layout - shared by any program
      * that reads or writes TRANCODE.DAT.
      * One record per ledger transaction code.  TC-DIRECTION is the
      * side the code always posts to ("DR" or "CR"; "BF" only for the
      * archive carry-forward marker).  TC-CATEGORY groups codes for
      * compliance, GL and statement reporting:
      *   CASH  cash over the teller counter
      *   XFER  transfer between accounts (internal or external)
      *   FEE   service charges, penalties and fees
      *   INT   interest credited to deposits
      *   LOAN  loan payments and loan interest
      *   REV   reversal of an earlier entry
      *   RET   returned item
      *   ADJ   adjustments, batch feed items and other entries
      * TC-STMT-TEXT is the wording printed on customer statements.
      * TC-STATUS is 'A' for a code in use, 'I' once it is retired.
       01  TRAN-CODE-RECORD.
           05  TC-CODE                 PIC X(4).
           05  TC-DESCRIPTION          PIC X(30).
           05  TC-DIRECTION            PIC X(2).
           05  TC-CATEGORY             PIC X(4).
           05  TC-STMT-TEXT            PIC X(20).
           05  TC-STATUS               PIC X.
