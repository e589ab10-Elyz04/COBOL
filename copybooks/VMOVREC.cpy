      * Vault cash movement record layout - shared by any program that
      * reads or writes VLTMOVE.DAT.
      * One record per movement of cash in or out of a branch vault,
      * each confirmed by a second person (VM-CONFIRMED-BY):
      *   OPEN     vault set up with its first count
      *   BUY      teller bought cash from the vault (VM-OPERATOR)
      *   SELL     teller sold cash back to the vault
      *   SHIPIN   shipment received from the cash supplier
      *   SHIPOUT  shipment sent to the cash supplier
      *   COUNT    end-of-day count; VM-AMOUNT is the over or short
      *            and VM-DENOM-COUNT counted less book per
      *            denomination
      *   FXBUY    teller took foreign notes from the vault
      *   FXSELL   teller returned foreign notes to the vault
      *   FXSHIPIN foreign notes received from the supplier
      *   FXSHPOUT foreign notes sent back to the supplier
      * VM-REFERENCE carries the supplier manifest or seal number.
      * For the FX types VM-AMOUNT is in units of the currency whose
      * code starts VM-REFERENCE (followed by a space and any
      * manifest number), and VM-DENOM-COUNT is zero.
       01  VAULT-MOVE-RECORD.
           05  VM-BRANCH               PIC 9(3).
           05  VM-TIMESTAMP            PIC 9(14).
           05  VM-BUS-DATE             PIC 9(8).
           05  VM-TYPE                 PIC X(8).
           05  VM-OPERATOR             PIC X(20).
           05  VM-CONFIRMED-BY         PIC X(20).
           05  VM-REFERENCE            PIC X(20).
           05  VM-AMOUNT               PIC S9(9)V99.
           05  VM-DENOM-COUNT          PIC S9(7) OCCURS 11.
