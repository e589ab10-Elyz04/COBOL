      * GL proof break record layout - shared by any program that
      * reads or writes GLBREAK.DAT.
      * One record per break between a GL control account and its
      * subledger, keyed by the account and the business date the
      * difference was first found.  The daily proof opens the break,
      * refreshes the difference and age each day it is still out and
      * marks it resolved the first day the account is back in
      * balance; resolved breaks are kept as history.
      *   GB-STATUS           'O' open and unexplained; 'E' an
      *                       accountant has recorded an explanation
      *                       for the current difference; 'R' resolved
      *   GB-DAYS-OPEN        calendar days from GB-OPENED-DATE to
      *                       GB-LAST-PROOF-DATE
      *   GB-OVER-TOLERANCE   'Y' the difference is larger, either
      *                       way, than the proof tolerance
      *   GB-EXPLAINED-AMOUNT the difference the explanation was
      *                       recorded against; if the difference
      *                       moves, the break is open again
      * An open break over tolerance stops the month from closing.
       01  GL-BREAK-RECORD.
           05  GB-KEY.
               10  GB-GL-ACCOUNT       PIC X(10).
               10  GB-OPENED-DATE      PIC 9(8).
           05  GB-STATUS               PIC X.
           05  GB-LAST-PROOF-DATE      PIC 9(8).
           05  GB-DAYS-OPEN            PIC 9(5).
           05  GB-GL-BALANCE           PIC S9(13)V99 COMP-3.
           05  GB-SUBLEDGER-TOTAL      PIC S9(13)V99 COMP-3.
           05  GB-DIFFERENCE           PIC S9(13)V99 COMP-3.
           05  GB-OVER-TOLERANCE       PIC X.
           05  GB-EXPLANATION          PIC X(60).
           05  GB-EXPLAINED-BY         PIC X(20).
           05  GB-EXPLAINED-DATE       PIC 9(8).
           05  GB-EXPLAINED-AMOUNT     PIC S9(13)V99 COMP-3.
           05  GB-RESOLVED-DATE        PIC 9(8).
