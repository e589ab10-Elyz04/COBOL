964801 IDENTIFICATION DIVISION.
964801 PROGRAM-ID. BATCH_WINDOW_CHECK.
964802 AUTHOR. ELYZ.
964802 ENVIRONMENT DIVISION.
964803 INPUT-OUTPUT SECTION.
964803 FILE-CONTROL.
964804     SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
964804         ORGANIZATION IS INDEXED
964805         ACCESS MODE IS DYNAMIC
964805         RECORD KEY IS SS-KEY
964806         FILE STATUS IS WS-SS-FILE-STATUS.
964806 DATA DIVISION.
964807 FILE SECTION.
964807 FD  SYSTEM-STATUS-FILE.
964808     COPY SYSSTREC.
964808 WORKING-STORAGE SECTION.
964809 01  WS-SS-FILE-STATUS       PIC XX VALUE "00".
964809 LINKAGE SECTION.
964810*'B' the end-of-day batch is running; 'O' online as normal.
964810 01  LS-BATCH-FLAG           PIC X.
964811*The business date online work is queued against while the batch
964811*runs; zero when online.
964812 01  LS-NEXT-BUS-DATE        PIC 9(8).
964812 PROCEDURE DIVISION USING LS-BATCH-FLAG LS-NEXT-BUS-DATE.
964813 MAIN-PARA.
964813*No status file means the orchestrator has never run here, so the
964814*system is online.
964814     MOVE 'O' TO LS-BATCH-FLAG
964815     MOVE 0 TO LS-NEXT-BUS-DATE
964815     OPEN INPUT SYSTEM-STATUS-FILE
964816     IF WS-SS-FILE-STATUS = "00"
964816         MOVE "SYSTEM" TO SS-KEY
964817         READ SYSTEM-STATUS-FILE
964817             INVALID KEY
964818                 CONTINUE
964818             NOT INVALID KEY
964819                 IF SS-BATCH-FLAG = 'B'
964819                     MOVE 'B' TO LS-BATCH-FLAG
964820                     MOVE SS-NEXT-BUS-DATE TO LS-NEXT-BUS-DATE
964820                 END-IF
964821         END-READ
964821         CLOSE SYSTEM-STATUS-FILE
964822     END-IF
964822     GOBACK.
