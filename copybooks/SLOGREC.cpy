      * Session event log record layout - shared by any program that
      * writes or reads SESSLOG.DAT.
      * One line per session event.  SL-EVENT is SIGNON, SIGNOFF,
      * TIMEOUT or FORCEOFF (a supervisor asked for the session to be
      * ended).  SL-ACTOR is the supervisor involved, if any: the
      * override on a concurrent SIGNON, the requester on a FORCEOFF
      * and on the SIGNOFF that completes it.
       01  SESSION-LOG-RECORD.
           05  SL-USERNAME             PIC X(20).
           05  SL-TIMESTAMP            PIC 9(14).
           05  SL-EVENT                PIC X(8).
           05  SL-SESSION-ID           PIC 9(8).
           05  SL-WORKSTATION          PIC X(20).
           05  SL-ACTOR                PIC X(20).
