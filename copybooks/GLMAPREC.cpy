      * GL mapping record layout - shared by any program that reads
      * or writes GLMAP.DAT.
      * One record per transaction code / account type pair giving the
      * debit and credit corporate GL accounts for that activity.
      * GLM-TRAN-CODE holds a TRANCODE.DAT code, or the bare direction
      * "CR" / "DR" for the catch-all mapping used when no record
      * exists for the specific code.
       01  GL-MAP-RECORD.
           05  GLM-KEY.
               10  GLM-TRAN-CODE       PIC X(4).
               10  GLM-ACCT-TYPE       PIC X(8).
           05  GLM-DEBIT-GL            PIC X(10).
           05  GLM-CREDIT-GL           PIC X(10).
