      * Sign-on session record layout - shared by any program that
      * reads or writes SESSION.DAT.
      * One record per sign-on, written by LOGIN when the menu is
      * entered and kept afterwards as the session history.
      * SES-LAST-ACTIVITY-TS is moved forward on every menu action.
      * SES-STATUS is 'A' active, 'F' logoff forced by a supervisor
      * and not yet seen by the session, 'E' signed off, 'T' timed
      * out (idle at the menu, or abandoned and closed when the user
      * next signed on), 'X' ended by a forced logoff.
      * SES-OVERRIDE-BY is the supervisor who let a second concurrent
      * sign-on through; SES-FORCED-BY the supervisor who forced the
      * session off.
       01  SESSION-RECORD.
           05  SES-ID                  PIC 9(8).
           05  SES-USERNAME            PIC X(20).
           05  SES-WORKSTATION         PIC X(20).
           05  SES-START-TS            PIC 9(14).
           05  SES-LAST-ACTIVITY-TS    PIC 9(14).
           05  SES-STATUS              PIC X.
           05  SES-END-TS              PIC 9(14).
           05  SES-OVERRIDE-BY         PIC X(20).
           05  SES-FORCED-BY           PIC X(20).
