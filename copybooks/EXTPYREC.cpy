      * One record per outbound item.  The customer account has
      * already been debited when the item is queued; EPQ-STATUS is
      * 'Q' until the nightly extract writes the item to the outbound
      * payment file and marks it 'S' with the sent date.  An item
      * still queued when the account holder's death is recorded is
      * held ('H') until staff release it back to 'Q' or return the
      * funds to the account ('R').
       01  EXTERNAL-QUEUE-RECORD.
           05  EPQ-ID                  PIC 9(8).
           05  EPQ-ACCT-NUMBER         PIC 9(8).
