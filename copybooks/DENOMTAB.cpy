      * Currency denomination table - shared by any program that
      * counts cash by denomination (branch vault, teller drawers).
      * Largest first; every denomination count kept on VAULT.DAT,
      * DRWDENOM.DAT and VLTMOVE.DAT is held in this order, as a
      * number of notes or coins.
       01  DENOM-VALUES.
           05  FILLER                  PIC X(13) VALUE "10000$100    ".
           05  FILLER                  PIC X(13) VALUE "05000$50     ".
           05  FILLER                  PIC X(13) VALUE "02000$20     ".
           05  FILLER                  PIC X(13) VALUE "01000$10     ".
           05  FILLER                  PIC X(13) VALUE "00500$5      ".
           05  FILLER                  PIC X(13) VALUE "00200$2      ".
           05  FILLER                  PIC X(13) VALUE "00100$1      ".
           05  FILLER                  PIC X(13) VALUE "00025QUARTERS".
           05  FILLER                  PIC X(13) VALUE "00010DIMES   ".
           05  FILLER                  PIC X(13) VALUE "00005NICKELS ".
           05  FILLER                  PIC X(13) VALUE "00001PENNIES ".
       01  DENOM-TABLE REDEFINES DENOM-VALUES.
           05  DENOM-ENTRY OCCURS 11.
               10  DENOM-VALUE         PIC 9(3)V99.
               10  DENOM-LABEL         PIC X(8).
       01  DENOM-KINDS                 PIC 99 VALUE 11.
