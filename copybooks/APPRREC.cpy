      * operator instead of applied directly; a DIFFERENT supervisor
      * approves or rejects each item through the approval review
      * screen, which applies the change.  PA-ACTION is OD-LIMIT,
      * REACTIVATE, ADD-USER or POD-SETTLE (pay a deceased owner's
      * account out to its payable-on-death beneficiaries).
      * PA-STATUS is 'P' pending, 'A' approved, 'R' rejected.
      * PA-NEW-VALUE carries the new overdraft limit, role/password
      * for ADD-USER, or a summary of the POD settlement.
       01  PENDING-APPROVAL-RECORD.
           05  PA-ID                   PIC 9(8).
           05  PA-ACTION               PIC X(10).
