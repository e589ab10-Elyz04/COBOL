727274 01  WS-PW-VALID                 PIC X       VALUE 'N'.
858586 01  WS-XL-PROGRAM-NAME          PIC X(20).
858586 01  WS-XL-MESSAGE               PIC X(50).
965901 01  WS-SESSION-ID               PIC 9(8)    VALUE    0.
965901 01  WS-SESSION-FUNCTION         PIC X(8).
965902 01  WS-SESSION-ACTOR            PIC X(20).
965902 01  WS-SESSION-RESULT           PIC X.
965903 01  WS-SESSION-OK               PIC X       VALUE    'N'.
965903 01  WS-SUP-USERNAME             PIC X(20).
965904 01  WS-SUP-PASSWORD             PIC X(20).
965904 01  WS-UP-ROLE                  PIC X(10).
646466*****************************************************************
916637 PROCEDURE                       DIVISION.
646466*****************************************************************
545545         MOVE 'Y' TO WS-LOGIN-SUCCESS
727273         MOVE CRED-ROLE TO WS-ROLE
727274         PERFORM CHECK-PASSWORD-EXPIRY
965905         PERFORM REGISTER-SESSION
965905         IF WS-SESSION-OK = 'Y'
965906             CALL "MENU_MANAGEMENT" USING WS-USERNAME WS-ROLE
965906                 WS-EXIT-REASON WS-SESSION-ID
965907             IF WS-EXIT-REASON = 'T'
965907                 DISPLAY "Idle session timed out. Please log in"
965908                     " again"
965908                 MOVE 'N' TO WS-LOGIN-SUCCESS
965909                 MOVE 0 TO WS-ATTEMPT-COUNT
965909             END-IF
965910             IF WS-EXIT-REASON = 'F'
965910                 DISPLAY "Session ended by a supervisor."
965911                     " Please log in again"
965911                 MOVE 'N' TO WS-LOGIN-SUCCESS
965912                 MOVE 0 TO WS-ATTEMPT-COUNT
965912             END-IF
965913         ELSE
965913             MOVE 'N' TO WS-LOGIN-SUCCESS
965914         END-IF
656566     ELSE
916637         DISPLAY "+----------------------------------+"
232882         DISPLAY "|          LOGIN FAILED            |" 
515155     PERFORM CONTINUE-RUN.
916637     EXIT.
646466*****************************************************************
965915 REGISTER-SESSION.
965915*One live session per user.  A second sign-on while the first is
965916*still active needs a supervisor to let it through.
965916     MOVE 'Y' TO WS-SESSION-OK
965917     MOVE 0 TO WS-SESSION-ID
965917     MOVE SPACES TO WS-SESSION-ACTOR
965918     MOVE "CHECK" TO WS-SESSION-FUNCTION
965918     CALL "SESSION_CONTROL" USING WS-SESSION-FUNCTION WS-USERNAME
965919         WS-SESSION-ID WS-SESSION-ACTOR WS-SESSION-RESULT
965919     IF WS-SESSION-RESULT = 'Y'
965920         PERFORM CONCURRENT-LOGIN-OVERRIDE
965920     END-IF
965921     IF WS-SESSION-OK = 'Y'
965921         MOVE "START" TO WS-SESSION-FUNCTION
965922         CALL "SESSION_CONTROL" USING WS-SESSION-FUNCTION
965922             WS-USERNAME WS-SESSION-ID WS-SESSION-ACTOR
965923             WS-SESSION-RESULT
965923     END-IF
965924     EXIT.
646466*****************************************************************
965924 CONCURRENT-LOGIN-OVERRIDE.
965925     MOVE 'N' TO WS-SESSION-OK
965925     DISPLAY "Concurrent sign-on requires supervisor override."
965926     MOVE SPACES TO WS-SUP-USERNAME
965926     MOVE SPACES TO WS-SUP-PASSWORD
965927     DISPLAY "Supervisor username (blank to cancel): "
965927         WITH NO ADVANCING
965928     ACCEPT WS-SUP-USERNAME
965928     IF WS-SUP-USERNAME NOT = SPACES
965929         DISPLAY "Supervisor password: " WITH NO ADVANCING
965929         ACCEPT WS-SUP-PASSWORD
965930         PERFORM VERIFY-OVERRIDE-SUPERVISOR
965930     END-IF
965931     MOVE "LOGIN" TO WS-XL-PROGRAM-NAME
965931     IF WS-SESSION-OK = 'Y'
965932         MOVE WS-SUP-USERNAME TO WS-SESSION-ACTOR
965932         DISPLAY ">>> Override approved."
965933         MOVE "Concurrent login - supervisor override"
965933             TO WS-XL-MESSAGE
965934     ELSE
965934         DISPLAY "Sign-on refused - user is already signed on."
965935         MOVE "Concurrent login refused" TO WS-XL-MESSAGE
965935     END-IF
965936     CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME WS-USERNAME
965936         WS-XL-MESSAGE
965937     EXIT.
646466*****************************************************************
965937 VERIFY-OVERRIDE-SUPERVISOR.
965938*Read last, so the signing-on user's own credential record is no
965938*longer needed.
965939     IF WS-SUP-USERNAME = WS-USERNAME
965939         DISPLAY "Override must be a second person."
965940     ELSE
965940         OPEN INPUT USER-CREDENTIALS-FILE
965941         IF WS-CRED-FILE-STATUS = "00"
965941             MOVE WS-SUP-USERNAME TO CRED-USERNAME
965942             READ USER-CREDENTIALS-FILE
965942                 INVALID KEY
965943                     DISPLAY "Supervisor not on file."
965943                 NOT INVALID KEY
965944                     PERFORM CHECK-OVERRIDE-SUPERVISOR
965944             END-READ
965945             CLOSE USER-CREDENTIALS-FILE
965945         ELSE
965946             DISPLAY "Credentials file is not available."
965946         END-IF
965947     END-IF
965947     EXIT.
646466*****************************************************************
965948 CHECK-OVERRIDE-SUPERVISOR.
965948     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CRED-ROLE))
965949         TO WS-UP-ROLE
965949     IF CRED-STATUS NOT = 'D'
965950         AND WS-UP-ROLE = "SUPERVISOR"
965950         AND CRED-PASSWORD = WS-SUP-PASSWORD
965951         MOVE 'Y' TO WS-SESSION-OK
965951     ELSE
965952         DISPLAY "Supervisor credentials rejected."
965952     END-IF
965953     EXIT.
646466*****************************************************************
656565 CONTINUE-RUN.
515155     DISPLAY "Press enter to continue..." 
515155     WITH NO ADVANCING
