268105         ACCESS MODE IS SEQUENTIAL
268105         RECORD KEY IS ACCT-NUMBER
268106         FILE STATUS IS WS-ACCT-FILE-STATUS.
963601     SELECT OD-AGING-FILE ASSIGN TO "ODAGE.DAT"
963601         ORGANIZATION IS INDEXED
963602         ACCESS MODE IS DYNAMIC
963602         RECORD KEY IS OA-ACCT-NUMBER
963603         FILE STATUS IS WS-OA-FILE-STATUS.
268106     SELECT REPORT-FILE ASSIGN TO "OVRDRWN.TXT"
268107         ORGANIZATION IS LINE SEQUENTIAL.
268107 DATA DIVISION.
268108 FILE SECTION.
268108 FD  ACCOUNT-MASTER-FILE.
268109     COPY ACCTREC.
963604 FD  OD-AGING-FILE.
963604     COPY ODAGEREC.
268109 FD  REPORT-FILE.
268110 01  REPORT-LINE             PIC X(80).
268110 WORKING-STORAGE SECTION.
268111 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
268111 01  WS-EOF-FLAG             PIC X VALUE 'N'.
963605 01  WS-OA-FILE-STATUS       PIC XX VALUE "00".
963605 01  WS-RESTRICTED-COUNT     PIC 9(6) VALUE 0.
963606 01  WS-DAYS-NEGATIVE        PIC 9(5).
268112 01  WS-OVERDRAWN-COUNT      PIC 9(6) VALUE 0.
268112 01  WS-OVERDRAWN-TOTAL      PIC S9(9)V99 COMP-3 VALUE 0.
268113 01  WS-TOTAL-DISP           PIC -9(8).99.
268116     05  DL-BALANCE              PIC -9(8).99.
268117     05  FILLER                  PIC X(2) VALUE SPACES.
268117     05  DL-OD-LIMIT             PIC -9(8).99.
963607     05  FILLER                  PIC X(2) VALUE SPACES.
963607     05  DL-NEG-DATE             PIC X(8).
963608     05  FILLER                  PIC X(2) VALUE SPACES.
963608     05  DL-DAYS                 PIC ZZZZ9.
963609     05  FILLER                  PIC X(2) VALUE SPACES.
963609     05  DL-STATUS               PIC X(10).
268118 PROCEDURE DIVISION.
268118 MAIN-PARA.
268119     PERFORM OPEN-FILES
268126 OPEN-FILES.
268126     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
268127     OPEN INPUT ACCOUNT-MASTER-FILE
963610     OPEN INPUT OD-AGING-FILE
268127     OPEN OUTPUT REPORT-FILE
268128     MOVE SPACES TO REPORT-LINE
268128     STRING "DAILY OVERDRAWN ACCOUNTS  RUN DATE: "
268130     WRITE REPORT-LINE
268131     MOVE SPACES TO REPORT-LINE
268131     WRITE REPORT-LINE
963611     STRING "ACCOUNT   CUSTID  BALANCE      OD LIMIT       "
963611         DELIMITED BY SIZE
963612         "NEG SINCE  DAYS  STATUS" DELIMITED BY SIZE
963612         INTO REPORT-LINE
268133     WRITE REPORT-LINE
268133     EXIT.
268134 CLOSE-FILES.
268134     CLOSE ACCOUNT-MASTER-FILE
268135     CLOSE REPORT-FILE
963613     IF WS-OA-FILE-STATUS = "00"
963613         CLOSE OD-AGING-FILE
963614     END-IF
268135     EXIT.
268136 PRINT-DETAIL-LINE.
268136     ADD 1 TO WS-OVERDRAWN-COUNT
268138     MOVE ACCT-CUST-ID TO DL-CUST-ID
268138     MOVE ACCT-BALANCE TO DL-BALANCE
268139     MOVE ACCT-OD-LIMIT TO DL-OD-LIMIT
963615     PERFORM SET-AGING-COLUMNS
268139     WRITE REPORT-LINE FROM WS-DETAIL-LINE
268140     EXIT.
963616 SET-AGING-COLUMNS.
963616*The date the account went negative comes from the overdrawn
963617*aging run; an account it has not yet seen is new tonight.
963617     MOVE "NEW" TO DL-NEG-DATE
963618     MOVE 0 TO WS-DAYS-NEGATIVE
963618     IF WS-OA-FILE-STATUS = "00"
963619         MOVE ACCT-NUMBER TO OA-ACCT-NUMBER
963619         READ OD-AGING-FILE
963620             INVALID KEY
963620                 CONTINUE
963621             NOT INVALID KEY
963621                 MOVE OA-NEG-DATE TO DL-NEG-DATE
963622                 COMPUTE WS-DAYS-NEGATIVE =
963622                     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
963623                     - FUNCTION INTEGER-OF-DATE(OA-NEG-DATE)
963623         END-READ
963624     END-IF
963624     MOVE WS-DAYS-NEGATIVE TO DL-DAYS
963625     IF ACCT-STATUS = 'R'
963625         MOVE "RESTRICTED" TO DL-STATUS
963626         ADD 1 TO WS-RESTRICTED-COUNT
963626     ELSE
963627         MOVE "OPEN" TO DL-STATUS
963627     END-IF
963628     EXIT.
268140 PRINT-TRAILER.
268141     MOVE SPACES TO REPORT-LINE
268141     WRITE REPORT-LINE
268143         WS-OVERDRAWN-COUNT DELIMITED BY SIZE
268143         "  TOTAL: " DELIMITED BY SIZE
268144         WS-TOTAL-DISP DELIMITED BY SIZE
963629         "  RESTRICTED: " DELIMITED BY SIZE
963629         WS-RESTRICTED-COUNT DELIMITED BY SIZE
268144         INTO REPORT-LINE
268145     WRITE REPORT-LINE
268145     EXIT.
