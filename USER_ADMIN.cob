839702         ACCESS MODE IS DYNAMIC
839702         RECORD KEY IS PA-ID
839703         FILE STATUS IS WS-APPR-FILE-STATUS.
966101     SELECT SESSION-FILE ASSIGN TO "SESSION.DAT"
966101         ORGANIZATION IS INDEXED
966102         ACCESS MODE IS DYNAMIC
966102         RECORD KEY IS SES-ID
966103         ALTERNATE RECORD KEY IS SES-USERNAME
966103             WITH DUPLICATES
966104         FILE STATUS IS WS-SES-FILE-STATUS.
966104     SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG.DAT"
966105         ORGANIZATION IS LINE SEQUENTIAL.
968110 DATA DIVISION.
968111 FILE SECTION.
968111 FD  USER-CREDENTIALS-FILE.
968115     05  AL-TIMESTAMP        PIC 9(14).
839704 FD  PENDING-APPROVAL-FILE.
839704     COPY APPRREC.
966106 FD  SESSION-FILE.
966106     COPY SESSREC.
966107 FD  SESSION-LOG-FILE.
966107     COPY SLOGREC.
968115 WORKING-STORAGE SECTION.
968116 01  WS-CRED-FILE-STATUS     PIC XX VALUE "00".
968116 01  WS-MENU-OPTION          PIC 9 VALUE 0.
839705 01  WS-APPR-FILE-STATUS     PIC XX VALUE "00".
839705 01  WS-APPR-EOF             PIC X VALUE 'N'.
839706 01  WS-NEXT-PA-ID           PIC 9(8).
966108 01  WS-SES-FILE-STATUS      PIC XX VALUE "00".
966108 01  WS-SES-EOF              PIC X VALUE 'N'.
966109 01  WS-FORCE-SESSION-ID     PIC 9(8).
966109 01  WS-ACTIVE-COUNT         PIC 9(4).
966110 01  WS-FORCE-COUNT          PIC 9(4).
966110 01  WS-FORCE-USER           PIC X(20).
968120 LINKAGE SECTION.
968120 01  LS-USERNAME             PIC X(20).
968121 PROCEDURE DIVISION USING LS-USERNAME.
968121 MAIN-PARA.
968122     MOVE 0 TO WS-MENU-OPTION
966111     PERFORM UNTIL WS-MENU-OPTION = 7
968122         PERFORM DISPLAY-MENU
968123         PERFORM PROCESS-OPTION
968123     END-PERFORM
968127     DISPLAY "| 2. Add user                    |".
968127     DISPLAY "| 3. Disable / enable user       |".
968128     DISPLAY "| 4. Force password reset        |".
966112     DISPLAY "| 5. Active sessions             |".
966112     DISPLAY "| 6. Force logoff                |".
966113     DISPLAY "| 7. Go back                     |".
968129     DISPLAY "+---------------------------------+".
966113     DISPLAY "Select an option (1-7): " WITH NO ADVANCING.
968130     ACCEPT WS-MENU-OPTION.
968130     EXIT.
968131 PROCESS-OPTION.
968134             PERFORM TOGGLE-USER
968135         WHEN 4
968135             PERFORM FORCE-RESET
966114         WHEN 5
966114             PERFORM LIST-SESSIONS
966115         WHEN 6
966115             PERFORM FORCE-LOGOFF
966116         WHEN 7
968136             DISPLAY ">>> Returning to previous menu..."
968137         WHEN OTHER
968137             DISPLAY "Invalid option. Please try again."
968181             DISPLAY ">>> User status is now " CRED-STATUS
968181             MOVE CRED-USERNAME TO WS-TARGET-USER
968182             PERFORM WRITE-ADMIN-LOG
966117             IF CRED-STATUS = 'D'
966117                 PERFORM FORCE-USER-SESSIONS
966118             END-IF
968182     END-REWRITE
968183     EXIT.
968184 FORCE-RESET.
968196         CLOSE USER-CREDENTIALS-FILE
968196     END-IF
968197     EXIT.
966119 OPEN-SESSION-IO.
966119     OPEN I-O SESSION-FILE
966120     IF WS-SES-FILE-STATUS NOT = "00"
966120         DISPLAY "No sessions on file."
966121     END-IF
966121     EXIT.
966122 LIST-SESSIONS.
966122*Sessions still open, with the sign-on workstation and times, and
966123*a flag against any user who has been disabled since signing on.
966123     PERFORM OPEN-SESSION-IO
966124     IF WS-SES-FILE-STATUS = "00"
966124         OPEN INPUT USER-CREDENTIALS-FILE
966125         MOVE 0 TO WS-ACTIVE-COUNT
966125         MOVE 'N' TO WS-SES-EOF
966126         DISPLAY "SESSION  USER                 WORKSTATION"
966126             "          ST"
966127         DISPLAY "         STARTED        LAST ACTIVITY"
966127         PERFORM UNTIL WS-SES-EOF = 'Y'
966128             READ SESSION-FILE NEXT RECORD
966128                 AT END
966129                     MOVE 'Y' TO WS-SES-EOF
966129                 NOT AT END
966130                     IF SES-STATUS = 'A' OR SES-STATUS = 'F'
966130                         PERFORM SHOW-SESSION
966131                     END-IF
966131             END-READ
966132         END-PERFORM
966132         CLOSE SESSION-FILE
966133         IF WS-CRED-FILE-STATUS = "00"
966133             CLOSE USER-CREDENTIALS-FILE
966134         END-IF
966134         DISPLAY "Active sessions: " WS-ACTIVE-COUNT
966135         DISPLAY "ST: A active, F logoff pending"
966135     END-IF
966136     EXIT.
966136 SHOW-SESSION.
966137     ADD 1 TO WS-ACTIVE-COUNT
966137     DISPLAY SES-ID " " SES-USERNAME " " SES-WORKSTATION " "
966138         SES-STATUS
966138     DISPLAY "         " SES-START-TS " " SES-LAST-ACTIVITY-TS
966139     IF SES-OVERRIDE-BY NOT = SPACES
966139         DISPLAY "         CONCURRENT - OVERRIDE BY "
966140             SES-OVERRIDE-BY
966140     END-IF
966141     IF WS-CRED-FILE-STATUS = "00"
966141         MOVE SES-USERNAME TO CRED-USERNAME
966142         READ USER-CREDENTIALS-FILE
966142             INVALID KEY
966143                 CONTINUE
966143             NOT INVALID KEY
966144                 IF CRED-STATUS = 'D'
966144                     DISPLAY "         USER IS DISABLED"
966145                 END-IF
966145         END-READ
966146     END-IF
966146     EXIT.
966147 FORCE-LOGOFF.
966147*The session is only marked here; it sees the logoff and returns
966148*to the login prompt on its next menu action.
966148     MOVE 0 TO WS-FORCE-SESSION-ID
966149     DISPLAY "Session ID: " WITH NO ADVANCING
966149     ACCEPT WS-FORCE-SESSION-ID
966150     PERFORM OPEN-SESSION-IO
966150     IF WS-SES-FILE-STATUS = "00"
966151         MOVE WS-FORCE-SESSION-ID TO SES-ID
966151         READ SESSION-FILE
966152             INVALID KEY
966152                 DISPLAY "Session not found."
966153             NOT INVALID KEY
966153                 PERFORM REQUEST-LOGOFF
966154         END-READ
966154         CLOSE SESSION-FILE
966155     END-IF
966155     EXIT.
966156 REQUEST-LOGOFF.
966156     IF SES-STATUS NOT = 'A'
966157         DISPLAY "Session is not active."
966157     ELSE
966158         IF SES-USERNAME = LS-USERNAME
966158             DISPLAY "You cannot force off your own session."
966159         ELSE
966159             MOVE 0 TO WS-FORCE-COUNT
966160             PERFORM MARK-SESSION-FORCED
966160             IF WS-FORCE-COUNT > 0
966161                 DISPLAY ">>> Logoff sent. The session ends at"
966161                     " its next menu action."
966162             END-IF
966162         END-IF
966163     END-IF
966163     EXIT.
966164 FORCE-USER-SESSIONS.
966164*Disabling a user also forces off any session they still have
966165*open.
966165     MOVE 0 TO WS-FORCE-COUNT
966166     MOVE CRED-USERNAME TO WS-FORCE-USER
966166     OPEN I-O SESSION-FILE
966167     IF WS-SES-FILE-STATUS = "00"
966167         MOVE 'N' TO WS-SES-EOF
966168         MOVE WS-FORCE-USER TO SES-USERNAME
966168         START SESSION-FILE KEY IS = SES-USERNAME
966169             INVALID KEY
966169                 MOVE 'Y' TO WS-SES-EOF
966170         END-START
966170         PERFORM UNTIL WS-SES-EOF = 'Y'
966171             READ SESSION-FILE NEXT RECORD
966171                 AT END
966172                     MOVE 'Y' TO WS-SES-EOF
966172                 NOT AT END
966173                     IF SES-USERNAME NOT = WS-FORCE-USER
966173                         MOVE 'Y' TO WS-SES-EOF
966174                     ELSE
966174                         IF SES-STATUS = 'A'
966175                             PERFORM MARK-SESSION-FORCED
966175                         END-IF
966176                     END-IF
966176             END-READ
966177         END-PERFORM
966177         CLOSE SESSION-FILE
966178     END-IF
966178     IF WS-FORCE-COUNT > 0
966179         DISPLAY ">>> Open sessions forced off: " WS-FORCE-COUNT
966179     END-IF
966180     EXIT.
966180 MARK-SESSION-FORCED.
966181     MOVE 'F' TO SES-STATUS
966181     MOVE LS-USERNAME TO SES-FORCED-BY
966182     REWRITE SESSION-RECORD
966182         INVALID KEY
966183             DISPLAY "Update failed."
966183         NOT INVALID KEY
966184             ADD 1 TO WS-FORCE-COUNT
966184             PERFORM WRITE-SESSION-LOG
966185             MOVE "FORCE-OFF" TO WS-ADMIN-ACTION
966185             MOVE SES-USERNAME TO WS-TARGET-USER
966186             PERFORM WRITE-ADMIN-LOG
966186     END-REWRITE
966187     EXIT.
966187 WRITE-SESSION-LOG.
966188     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
966188     ACCEPT WS-TIME-PART FROM TIME
966189     OPEN EXTEND SESSION-LOG-FILE
966189     MOVE SES-USERNAME TO SL-USERNAME
966190     COMPUTE SL-TIMESTAMP =
966190         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
966191     MOVE "FORCEOFF" TO SL-EVENT
966191     MOVE SES-ID TO SL-SESSION-ID
966192     MOVE SES-WORKSTATION TO SL-WORKSTATION
966192     MOVE LS-USERNAME TO SL-ACTOR
966193     WRITE SESSION-LOG-RECORD
966193     CLOSE SESSION-LOG-FILE
966194     EXIT.
968198 WRITE-ADMIN-LOG.
968198     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
968199     ACCEPT WS-TIME-PART FROM TIME
