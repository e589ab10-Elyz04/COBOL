      * Estate account record layout - shared by any program that
      * reads or writes ESTACCT.DAT.
      * One record per account held by a deceased customer when the
      * death was recorded.  EA-KIND is 'S' for an account the
      * customer owned alone and 'J' for a joint account.
      * A sole account is frozen by an estate hold (EA-HOLD-ID) and
      * EA-STATUS is 'H' until the balance has been paid out to the
      * payable-on-death beneficiaries or released to the estate,
      * when it becomes 'S' (settled).  A joint account passes to the
      * surviving owners; EA-STATUS is 'P' until staff complete the
      * survivor review, then 'R' (reviewed).
       01  ESTATE-ACCOUNT-RECORD.
           05  EA-KEY.
               10  EA-CUST-ID          PIC 9(6).
               10  EA-ACCT-NUMBER      PIC 9(8).
           05  EA-KIND                 PIC X.
           05  EA-HOLD-ID              PIC 9(8).
           05  EA-STATUS               PIC X.
           05  EA-NOTE                 PIC X(40).
           05  EA-UPDATED-BY           PIC X(20).
           05  EA-UPDATE-DATE          PIC 9(8).
