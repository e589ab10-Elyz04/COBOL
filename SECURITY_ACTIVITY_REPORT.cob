957110     SELECT NAV-AUDIT-FILE ASSIGN TO "NAVAUDIT.DAT"
957110         ORGANIZATION IS LINE SEQUENTIAL
957111         FILE STATUS IS WS-NAV-FILE-STATUS.
966201     SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG.DAT"
966201         ORGANIZATION IS LINE SEQUENTIAL
966202         FILE STATUS IS WS-SLOG-FILE-STATUS.
957111     SELECT REPORT-FILE ASSIGN TO "SECACT.TXT"
957112         ORGANIZATION IS LINE SEQUENTIAL.
957112 DATA DIVISION.
957118     05  NAV-USERNAME        PIC X(20).
957118     05  NAV-OPTION          PIC 99.
957119     05  NAV-TIMESTAMP       PIC 9(14).
966203 FD  SESSION-LOG-FILE.
966203     COPY SLOGREC.
957119 FD  REPORT-FILE.
957120 01  REPORT-LINE             PIC X(80).
957120 WORKING-STORAGE SECTION.
957133 01  WS-EV-TIME-HH           PIC 9(2).
957134 01  WS-AFTER-HOURS-COUNT    PIC 9(4) VALUE 0.
957134 01  WS-NAV-DETAIL           PIC X(50).
966204 01  WS-SLOG-FILE-STATUS     PIC XX VALUE "00".
966204 01  WS-USER-SESSIONS        PIC 9(4).
966205 01  WS-SESS-DETAIL          PIC X(50).
957135 PROCEDURE DIVISION.
957135 MAIN-PARA.
957136     PERFORM SET-BUSINESS-DATE
957136     PERFORM LOAD-LOCKOUTS
957137     PERFORM LOAD-EXCEPTIONS
957137     PERFORM LOAD-NAVIGATION
966206     PERFORM LOAD-SESSIONS
957138     PERFORM SORT-EVENTS
957138     OPEN OUTPUT REPORT-FILE
957139     PERFORM PRINT-REPORT-HEADER
957189         CLOSE NAV-AUDIT-FILE
957190     END-IF
957190     EXIT.
966207 LOAD-SESSIONS.
966207*Sign-ons, sign-offs, idle timeouts and supervisor forced logoffs.
966208     MOVE 'N' TO WS-EOF-FLAG
966208     OPEN INPUT SESSION-LOG-FILE
966209     IF WS-SLOG-FILE-STATUS = "00"
966209         PERFORM UNTIL WS-EOF-FLAG = 'Y'
966210             READ SESSION-LOG-FILE
966210                 AT END
966211                     MOVE 'Y' TO WS-EOF-FLAG
966211                 NOT AT END
966212                     COMPUTE WS-EVENT-DATE =
966212                         SL-TIMESTAMP / 1000000
966213                     IF WS-EVENT-DATE = WS-BUSINESS-DATE
966213                         PERFORM ADD-SESSION-EVENT
966214                     END-IF
966214             END-READ
966215         END-PERFORM
966215         CLOSE SESSION-LOG-FILE
966216     END-IF
966216     EXIT.
966217 ADD-SESSION-EVENT.
966217     MOVE SL-USERNAME TO WS-SW-USER
966218     MOVE SL-TIMESTAMP TO WS-SW-TS
966218     MOVE SL-EVENT TO WS-SW-TYPE
966219     MOVE SPACES TO WS-SESS-DETAIL
966219     IF SL-ACTOR = SPACES
966220         STRING "SESSION " DELIMITED BY SIZE
966220             SL-SESSION-ID DELIMITED BY SIZE
966221             " " DELIMITED BY SIZE
966221             SL-WORKSTATION DELIMITED BY SPACE
966222             INTO WS-SESS-DETAIL
966222     ELSE
966223         STRING "SESSION " DELIMITED BY SIZE
966223             SL-SESSION-ID DELIMITED BY SIZE
966224             " " DELIMITED BY SIZE
966224             SL-WORKSTATION DELIMITED BY SPACE
966225             " BY " DELIMITED BY SIZE
966225             SL-ACTOR DELIMITED BY SPACE
966226             INTO WS-SESS-DETAIL
966226     END-IF
966227     MOVE WS-SESS-DETAIL TO WS-SW-DETAIL
966227     PERFORM ADD-EVENT
966228     EXIT.
957191 SORT-EVENTS.
957191     PERFORM VARYING WS-EVENT-IX FROM 1 BY 1
957192         UNTIL WS-EVENT-IX >= WS-EVENT-COUNT
957214     MOVE 0 TO WS-USER-LOCKOUTS
957215     MOVE 0 TO WS-USER-EXCEPTIONS
957215     MOVE 0 TO WS-USER-MENUS
966229     MOVE 0 TO WS-USER-SESSIONS
957216     MOVE SPACES TO REPORT-LINE
957216     WRITE REPORT-LINE
957217     MOVE SPACES TO REPORT-LINE
957227             ADD 1 TO WS-USER-LOCKOUTS
957228         WHEN "EXCEPT"
957228             ADD 1 TO WS-USER-EXCEPTIONS
966230         WHEN "SIGNON"
966230         WHEN "SIGNOFF"
966231         WHEN "TIMEOUT"
966231         WHEN "FORCEOFF"
966232             ADD 1 TO WS-USER-SESSIONS
957229         WHEN OTHER
957229             ADD 1 TO WS-USER-MENUS
957230     END-EVALUATE
957236         WS-USER-EXCEPTIONS DELIMITED BY SIZE
957237         "  MENUS: " DELIMITED BY SIZE
957237         WS-USER-MENUS DELIMITED BY SIZE
966233         "  SESSIONS: " DELIMITED BY SIZE
966233         WS-USER-SESSIONS DELIMITED BY SIZE
957238         INTO REPORT-LINE
957238     WRITE REPORT-LINE
957239     EXIT.
