860105         ACCESS MODE IS DYNAMIC
860105         RECORD KEY IS PD-PERIOD
860106         FILE STATUS IS WS-PERIOD-FILE-STATUS.
973101     SELECT GL-BREAK-FILE ASSIGN TO "GLBREAK.DAT"
973101         ORGANIZATION IS INDEXED
973102         ACCESS MODE IS SEQUENTIAL
973102         RECORD KEY IS GB-KEY
973103         FILE STATUS IS WS-GLBRK-FILE-STATUS.
860106 DATA DIVISION.
860107 FILE SECTION.
860107 FD  PERIOD-CONTROL-FILE.
860108     COPY PERDREC.
973103 FD  GL-BREAK-FILE.
973104     COPY GLBRKREC.
860108 WORKING-STORAGE SECTION.
860109 01  WS-PERIOD-FILE-STATUS   PIC XX VALUE "00".
860109 01  WS-BUSINESS-DATE        PIC 9(8).
860111 01  WS-DATE-PART            PIC 9(8).
860111 01  WS-TIME-PART            PIC 9(8).
860112 01  WS-OPERATOR-ID          PIC X(20) VALUE "EODCLOSE".
973104 01  WS-GLBRK-FILE-STATUS    PIC XX VALUE "00".
973105 01  WS-BREAK-EOF            PIC X VALUE 'N'.
973105 01  WS-BLOCKING-COUNT       PIC 9(5) VALUE 0.
860112 PROCEDURE DIVISION.
860113 MAIN-PARA.
860113     PERFORM SET-BUSINESS-DATE
860121     IF WS-PERIOD-FOUND = 'Y' AND PD-STATUS = 'C'
860121         DISPLAY "Period " PD-PERIOD " is already closed."
860122     ELSE
973106         PERFORM CHECK-GL-BREAKS
973106         IF WS-BLOCKING-COUNT > 0
973107             DISPLAY "Period " PD-PERIOD " not closed - "
973107                 WS-BLOCKING-COUNT
973108                 " unexplained GL proof break(s) over tolerance."
973108             DISPLAY "Explain or clear them and resubmit."
973109             MOVE 8 TO RETURN-CODE
973109         ELSE
973110             PERFORM CLOSE-THE-PERIOD
973110         END-IF
860123     END-IF
860123     CLOSE PERIOD-CONTROL-FILE
860124     GOBACK.
860128             TO WS-BUSINESS-DATE
860128     END-IF
860129     EXIT.
973110 CHECK-GL-BREAKS.
973111*A break between a GL control account and its subledger that is
973111*over the proof tolerance must be explained before the month is
973112*closed.  With no break file the GL proof has never found one.
973112     MOVE 0 TO WS-BLOCKING-COUNT
973113     OPEN INPUT GL-BREAK-FILE
973113     IF WS-GLBRK-FILE-STATUS = "00"
973114         MOVE 'N' TO WS-BREAK-EOF
973114         PERFORM UNTIL WS-BREAK-EOF = 'Y'
973115             READ GL-BREAK-FILE NEXT RECORD
973115                 AT END
973116                     MOVE 'Y' TO WS-BREAK-EOF
973116                 NOT AT END
973117                     IF GB-STATUS = 'O'
973117                         AND GB-OVER-TOLERANCE = 'Y'
973117                         ADD 1 TO WS-BLOCKING-COUNT
973118                         DISPLAY "GL break: " GB-GL-ACCOUNT
973118                             " open since " GB-OPENED-DATE
973119                     END-IF
973119             END-READ
973120         END-PERFORM
973120         CLOSE GL-BREAK-FILE
973121     END-IF
973121     EXIT.
860130 CLOSE-THE-PERIOD.
860130     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
860131     ACCEPT WS-TIME-PART FROM TIME
