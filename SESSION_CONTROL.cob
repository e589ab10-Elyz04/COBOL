965701 IDENTIFICATION DIVISION.
965701 PROGRAM-ID. SESSION_CONTROL.
965702 AUTHOR. ELYZ.
965702 ENVIRONMENT DIVISION.
965703 INPUT-OUTPUT SECTION.
965703 FILE-CONTROL.
965704     SELECT SESSION-FILE ASSIGN TO "SESSION.DAT"
965704         ORGANIZATION IS INDEXED
965705         ACCESS MODE IS DYNAMIC
965705         RECORD KEY IS SES-ID
965706         ALTERNATE RECORD KEY IS SES-USERNAME
965706             WITH DUPLICATES
965707         FILE STATUS IS WS-SES-FILE-STATUS.
965707     SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG.DAT"
965708         ORGANIZATION IS LINE SEQUENTIAL.
965708 DATA DIVISION.
965709 FILE SECTION.
965709 FD  SESSION-FILE.
965710     COPY SESSREC.
965710 FD  SESSION-LOG-FILE.
965711     COPY SLOGREC.
965711 WORKING-STORAGE SECTION.
965712 01  WS-SES-FILE-STATUS      PIC XX VALUE "00".
965712 01  WS-EOF-FLAG             PIC X VALUE 'N'.
965713 01  WS-DATE-PART            PIC 9(8).
965713 01  WS-TIME-PART            PIC 9(8).
965714 01  WS-NOW-TS               PIC 9(14).
965714 01  WS-NOW-SECS             PIC 9(11).
965715*A session left longer than the menu's idle limit is abandoned;
965715*the menu would time it out on its next action anyway.
965716 01  WS-IDLE-LIMIT-MINS      PIC 9(3) VALUE 5.
965716 01  WS-IDLE-SECS            PIC S9(11).
965717 01  WS-TS-WORK              PIC 9(14).
965717 01  WS-TS-DATE              PIC 9(8).
965718 01  WS-TS-TIME              PIC 9(6).
965718 01  WS-TS-HH                PIC 9(2).
965719 01  WS-TS-MMSS              PIC 9(4).
965719 01  WS-TS-MM                PIC 9(2).
965720 01  WS-TS-SS                PIC 9(2).
965720 01  WS-TS-SECS              PIC 9(11).
965721 01  WS-NEXT-SES-ID          PIC 9(8).
965721 01  WS-LOG-EVENT            PIC X(8).
965722 01  WS-LOG-ACTOR            PIC X(20).
965722 LINKAGE SECTION.
965723*CHECK, START, TOUCH, END or TIMEOUT.
965723 01  LS-FUNCTION             PIC X(8).
965724 01  LS-USERNAME             PIC X(20).
965724*Returned by START; passed in by TOUCH, END and TIMEOUT.
965725 01  LS-SESSION-ID           PIC 9(8).
965725*START only: the supervisor who let a concurrent sign-on through.
965726 01  LS-ACTOR                PIC X(20).
965726*CHECK   'Y' the user already has a live session, 'N' none.
965727*TOUCH   'Y' carry on, 'F' a supervisor forced the session off,
965727*        'T' the session was closed as abandoned.
965728*START, END, TIMEOUT  'Y' done, 'N' not done.
965728 01  LS-RESULT               PIC X.
965729 PROCEDURE DIVISION USING LS-FUNCTION LS-USERNAME LS-SESSION-ID
965729     LS-ACTOR LS-RESULT.
965730 MAIN-PARA.
965730     MOVE 'N' TO LS-RESULT
965731     PERFORM GET-NOW-TS
965731     PERFORM OPEN-SESSION-IO
965732     IF WS-SES-FILE-STATUS NOT = "00"
965732         DISPLAY "Session file is not available."
965733*A missing session file must not stop the menu working.
965733         IF LS-FUNCTION = "TOUCH"
965734             MOVE 'Y' TO LS-RESULT
965734         END-IF
965735     ELSE
965735         EVALUATE LS-FUNCTION
965736             WHEN "CHECK"
965736                 PERFORM CHECK-LIVE-SESSION
965737             WHEN "START"
965737                 PERFORM START-SESSION
965738             WHEN "TOUCH"
965738                 PERFORM TOUCH-SESSION
965739             WHEN "END"
965739                 PERFORM END-SESSION
965740             WHEN "TIMEOUT"
965740                 PERFORM END-SESSION
965741             WHEN OTHER
965741                 DISPLAY "Unknown session function " LS-FUNCTION
965742         END-EVALUATE
965742         CLOSE SESSION-FILE
965743     END-IF
965743     GOBACK.
965744 OPEN-SESSION-IO.
965744     OPEN I-O SESSION-FILE
965745     IF WS-SES-FILE-STATUS = "35"
965745         OPEN OUTPUT SESSION-FILE
965746         CLOSE SESSION-FILE
965746         OPEN I-O SESSION-FILE
965747     END-IF
965747     EXIT.
965748 GET-NOW-TS.
965748     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
965749     ACCEPT WS-TIME-PART FROM TIME
965749     COMPUTE WS-NOW-TS =
965750         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
965750     MOVE WS-NOW-TS TO WS-TS-WORK
965751     PERFORM TS-TO-SECS
965751     MOVE WS-TS-SECS TO WS-NOW-SECS
965752     EXIT.
965752 TS-TO-SECS.
965753     DIVIDE WS-TS-WORK BY 1000000 GIVING WS-TS-DATE
965753         REMAINDER WS-TS-TIME
965754     DIVIDE WS-TS-TIME BY 10000 GIVING WS-TS-HH
965754         REMAINDER WS-TS-MMSS
965755     DIVIDE WS-TS-MMSS BY 100 GIVING WS-TS-MM
965755         REMAINDER WS-TS-SS
965756     COMPUTE WS-TS-SECS =
965756         (FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400)
965757         + (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS
965757     EXIT.
965758 CHECK-LIVE-SESSION.
965758     MOVE 'N' TO WS-EOF-FLAG
965759     MOVE LS-USERNAME TO SES-USERNAME
965759     START SESSION-FILE KEY IS = SES-USERNAME
965760         INVALID KEY
965760             MOVE 'Y' TO WS-EOF-FLAG
965761     END-START
965761     PERFORM UNTIL WS-EOF-FLAG = 'Y'
965762         READ SESSION-FILE NEXT RECORD
965762             AT END
965763                 MOVE 'Y' TO WS-EOF-FLAG
965763             NOT AT END
965764                 IF SES-USERNAME NOT = LS-USERNAME
965764                     MOVE 'Y' TO WS-EOF-FLAG
965765                 ELSE
965765                     PERFORM CHECK-ONE-SESSION
965766                 END-IF
965766         END-READ
965767     END-PERFORM
965767     EXIT.
965768 CHECK-ONE-SESSION.
965768*A session already forced off does not block a new sign-on; it
965769*ends at its next menu action.
965769     IF SES-STATUS = 'A' OR SES-STATUS = 'F'
965770         MOVE SES-LAST-ACTIVITY-TS TO WS-TS-WORK
965770         PERFORM TS-TO-SECS
965771         COMPUTE WS-IDLE-SECS = WS-NOW-SECS - WS-TS-SECS
965771         IF WS-IDLE-SECS > (WS-IDLE-LIMIT-MINS * 60)
965772             PERFORM CLOSE-ABANDONED-SESSION
965772         ELSE
965773             IF SES-STATUS = 'A'
965773                 MOVE 'Y' TO LS-RESULT
965774                 DISPLAY "User is already signed on at "
965774                     FUNCTION TRIM(SES-WORKSTATION)
965775                 DISPLAY "Session " SES-ID " started "
965775                     SES-START-TS
965776                 DISPLAY "Last active " SES-LAST-ACTIVITY-TS
965776             END-IF
965777         END-IF
965777     END-IF
965778     EXIT.
965778 CLOSE-ABANDONED-SESSION.
965779     IF SES-STATUS = 'F'
965779         MOVE 'X' TO SES-STATUS
965780         MOVE "SIGNOFF" TO WS-LOG-EVENT
965780         MOVE SES-FORCED-BY TO WS-LOG-ACTOR
965781     ELSE
965781         MOVE 'T' TO SES-STATUS
965782         MOVE "TIMEOUT" TO WS-LOG-EVENT
965782         MOVE SPACES TO WS-LOG-ACTOR
965783     END-IF
965783     MOVE WS-NOW-TS TO SES-END-TS
965784     REWRITE SESSION-RECORD
965784         INVALID KEY
965785             DISPLAY "Unable to close session " SES-ID
965785         NOT INVALID KEY
965786             PERFORM WRITE-SESSION-LOG
965786     END-REWRITE
965787     EXIT.
965787 NEXT-SESSION-ID.
965788     MOVE 0 TO WS-NEXT-SES-ID
965788     MOVE 'N' TO WS-EOF-FLAG
965789     PERFORM UNTIL WS-EOF-FLAG = 'Y'
965789         READ SESSION-FILE NEXT RECORD
965790             AT END
965790                 MOVE 'Y' TO WS-EOF-FLAG
965791             NOT AT END
965791                 IF SES-ID > WS-NEXT-SES-ID
965792                     MOVE SES-ID TO WS-NEXT-SES-ID
965792                 END-IF
965793         END-READ
965793     END-PERFORM
965794     ADD 1 TO WS-NEXT-SES-ID
965794     EXIT.
965795 START-SESSION.
965795     PERFORM NEXT-SESSION-ID
965796     MOVE WS-NEXT-SES-ID TO SES-ID
965796     MOVE LS-USERNAME TO SES-USERNAME
965797     MOVE SPACES TO SES-WORKSTATION
965797     ACCEPT SES-WORKSTATION FROM ENVIRONMENT "HOSTNAME"
965798     MOVE WS-NOW-TS TO SES-START-TS
965798     MOVE WS-NOW-TS TO SES-LAST-ACTIVITY-TS
965799     MOVE 'A' TO SES-STATUS
965799     MOVE 0 TO SES-END-TS
965800     MOVE LS-ACTOR TO SES-OVERRIDE-BY
965800     MOVE SPACES TO SES-FORCED-BY
965801     WRITE SESSION-RECORD
965801         INVALID KEY
965802             DISPLAY "Session could not be registered."
965802             MOVE 0 TO LS-SESSION-ID
965803         NOT INVALID KEY
965803             MOVE SES-ID TO LS-SESSION-ID
965804             MOVE 'Y' TO LS-RESULT
965804             MOVE "SIGNON" TO WS-LOG-EVENT
965805             MOVE LS-ACTOR TO WS-LOG-ACTOR
965805             PERFORM WRITE-SESSION-LOG
965806     END-WRITE
965806     EXIT.
965807 TOUCH-SESSION.
965807*An unregistered session (the file was unavailable at sign-on) is
965808*allowed to carry on.
965808     MOVE 'Y' TO LS-RESULT
965809     MOVE LS-SESSION-ID TO SES-ID
965809     READ SESSION-FILE
965810         INVALID KEY
965810             CONTINUE
965811         NOT INVALID KEY
965811             PERFORM APPLY-TOUCH
965812     END-READ
965812     EXIT.
965813 APPLY-TOUCH.
965813     EVALUATE SES-STATUS
965814         WHEN 'A'
965814             MOVE WS-NOW-TS TO SES-LAST-ACTIVITY-TS
965815             REWRITE SESSION-RECORD
965815         WHEN 'F'
965816             MOVE 'X' TO SES-STATUS
965816             MOVE WS-NOW-TS TO SES-END-TS
965817             REWRITE SESSION-RECORD
965817             MOVE "SIGNOFF" TO WS-LOG-EVENT
965818             MOVE SES-FORCED-BY TO WS-LOG-ACTOR
965818             PERFORM WRITE-SESSION-LOG
965819             MOVE 'F' TO LS-RESULT
965819         WHEN OTHER
965820             MOVE 'T' TO LS-RESULT
965820     END-EVALUATE
965821     EXIT.
965821 END-SESSION.
965822     MOVE LS-SESSION-ID TO SES-ID
965822     READ SESSION-FILE
965823         INVALID KEY
965823             CONTINUE
965824         NOT INVALID KEY
965824             IF SES-STATUS = 'A' OR SES-STATUS = 'F'
965825                 PERFORM CLOSE-SESSION
965825             END-IF
965826     END-READ
965826     EXIT.
965827 CLOSE-SESSION.
965827     IF LS-FUNCTION = "TIMEOUT"
965828         MOVE 'T' TO SES-STATUS
965828         MOVE "TIMEOUT" TO WS-LOG-EVENT
965829     ELSE
965829         MOVE 'E' TO SES-STATUS
965830         MOVE "SIGNOFF" TO WS-LOG-EVENT
965830     END-IF
965831     MOVE SPACES TO WS-LOG-ACTOR
965831     MOVE WS-NOW-TS TO SES-END-TS
965832     REWRITE SESSION-RECORD
965832         INVALID KEY
965833             DISPLAY "Unable to close session " SES-ID
965833         NOT INVALID KEY
965834             MOVE 'Y' TO LS-RESULT
965834             PERFORM WRITE-SESSION-LOG
965835     END-REWRITE
965835     EXIT.
965836 WRITE-SESSION-LOG.
965836     OPEN EXTEND SESSION-LOG-FILE
965837     MOVE SES-USERNAME TO SL-USERNAME
965837     MOVE WS-NOW-TS TO SL-TIMESTAMP
965838     MOVE WS-LOG-EVENT TO SL-EVENT
965838     MOVE SES-ID TO SL-SESSION-ID
965839     MOVE SES-WORKSTATION TO SL-WORKSTATION
965839     MOVE WS-LOG-ACTOR TO SL-ACTOR
965840     WRITE SESSION-LOG-RECORD
965840     CLOSE SESSION-LOG-FILE
965841     EXIT.
