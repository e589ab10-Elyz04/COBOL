      * Safe deposit box size record layout - shared by any program
      * that reads or writes SDBSIZE.DAT.
      * One record per box size, with the annual rent charged for a
      * box of that size.
       01  SAFE-DEPOSIT-SIZE-RECORD.
           05  SDZ-SIZE                PIC X(2).
           05  SDZ-DESCRIPTION         PIC X(20).
           05  SDZ-ANNUAL-RENT         PIC S9(5)V99 COMP-3.
           05  SDZ-CHANGED-BY          PIC X(20).
           05  SDZ-CHANGED-DATE        PIC 9(8).
