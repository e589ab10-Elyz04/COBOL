963901 IDENTIFICATION DIVISION.
963901 PROGRAM-ID. DUAL_CONTROL_CHECK.
963902 AUTHOR. ELYZ.
963902 ENVIRONMENT DIVISION.
963903 INPUT-OUTPUT SECTION.
963903 FILE-CONTROL.
963904     SELECT USER-CREDENTIALS-FILE ASSIGN TO "USERCRED.DAT"
963904         ORGANIZATION IS INDEXED
963905         ACCESS MODE IS DYNAMIC
963905         RECORD KEY IS CRED-USERNAME
963906         FILE STATUS IS WS-CRED-FILE-STATUS.
963906 DATA DIVISION.
963907 FILE SECTION.
963907 FD  USER-CREDENTIALS-FILE.
963908     COPY CREDREC.
963908 WORKING-STORAGE SECTION.
963909 01  WS-CRED-FILE-STATUS   PIC XX VALUE "00".
963909 01  WS-SECOND-USER        PIC X(20).
963910 01  WS-SECOND-PASSWORD    PIC X(20).
963910 01  WS-XL-PROGRAM-NAME    PIC X(20) VALUE "DUAL_CONTROL_CHECK".
963911 01  WS-XL-MESSAGE         PIC X(50).
963911 LINKAGE SECTION.
963912 01  LS-USERNAME           PIC X(20).
963912 01  LS-CONFIRMED-BY       PIC X(20).
963913*'Y' a second, different active user confirmed with their own
963913*password; 'N' not confirmed.
963914 01  LS-RESULT             PIC X.
963914 PROCEDURE DIVISION USING LS-USERNAME LS-CONFIRMED-BY LS-RESULT.
963915 MAIN-PARA.
963915*Cash moving in or out of a vault needs a second person present.
963916*They sign on here under their own user ID, which must not be the
963916*one running the transaction.
963917     MOVE 'N' TO LS-RESULT
963917     MOVE SPACES TO LS-CONFIRMED-BY
963918     MOVE SPACES TO WS-SECOND-USER
963918     MOVE SPACES TO WS-SECOND-PASSWORD
963919     DISPLAY "Second person user ID: " WITH NO ADVANCING
963919     ACCEPT WS-SECOND-USER
963920     DISPLAY "Second person password: " WITH NO ADVANCING
963920     ACCEPT WS-SECOND-PASSWORD
963921     IF WS-SECOND-USER = SPACES
963921         DISPLAY "Second person is required."
963922     ELSE
963922         IF WS-SECOND-USER = LS-USERNAME
963923             DISPLAY "Second person must be a different user."
963923             MOVE "Dual control - same user confirmed"
963924                 TO WS-XL-MESSAGE
963924             CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
963925                 LS-USERNAME WS-XL-MESSAGE
963925         ELSE
963926             PERFORM CHECK-SECOND-PERSON
963926         END-IF
963927     END-IF
963927     GOBACK.
963928 CHECK-SECOND-PERSON.
963928     OPEN INPUT USER-CREDENTIALS-FILE
963929     IF WS-CRED-FILE-STATUS NOT = "00"
963929         DISPLAY "User credentials file is not available."
963930     ELSE
963930         MOVE WS-SECOND-USER TO CRED-USERNAME
963931         READ USER-CREDENTIALS-FILE
963931             INVALID KEY
963932                 MOVE SPACES TO CRED-PASSWORD
963932                 MOVE 'D' TO CRED-STATUS
963933         END-READ
963933         IF CRED-STATUS NOT = 'D'
963934             AND CRED-PASSWORD = WS-SECOND-PASSWORD
963934             MOVE 'Y' TO LS-RESULT
963935             MOVE WS-SECOND-USER TO LS-CONFIRMED-BY
963935         ELSE
963936             DISPLAY "Second person not confirmed."
963936             MOVE SPACES TO WS-XL-MESSAGE
963937             STRING "Dual control failed for "
963937                 DELIMITED BY SIZE
963938                 WS-SECOND-USER DELIMITED BY SPACE
963938                 INTO WS-XL-MESSAGE
963939             CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
963939                 LS-USERNAME WS-XL-MESSAGE
963940         END-IF
963940         CLOSE USER-CREDENTIALS-FILE
963941     END-IF
963941     EXIT.
