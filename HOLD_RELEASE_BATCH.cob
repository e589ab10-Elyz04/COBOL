955501 IDENTIFICATION DIVISION.
955501 PROGRAM-ID. HOLD_RELEASE_BATCH.
955502 AUTHOR. ELYZ.
955502 ENVIRONMENT DIVISION.
955503 INPUT-OUTPUT SECTION.
955503 FILE-CONTROL.
955504     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
955504         ORGANIZATION IS INDEXED
955505         ACCESS MODE IS DYNAMIC
955505         RECORD KEY IS HOLD-ID
955506         ALTERNATE RECORD KEY IS HOLD-ACCT-NUMBER
955506             WITH DUPLICATES
955507         FILE STATUS IS WS-HOLD-FILE-STATUS.
955507     SELECT REPORT-FILE ASSIGN TO "HOLDREL.TXT"
955508         ORGANIZATION IS LINE SEQUENTIAL.
955508 DATA DIVISION.
955509 FILE SECTION.
955509 FD  ACCOUNT-HOLD-FILE.
955510     COPY HOLDREC.
955510 FD  REPORT-FILE.
955511 01  REPORT-LINE             PIC X(80).
955511 WORKING-STORAGE SECTION.
955512 01  WS-HOLD-FILE-STATUS     PIC XX VALUE "00".
955512 01  WS-HOLD-EOF             PIC X VALUE 'N'.
955513 01  WS-BUSINESS-DATE        PIC 9(8).
955513 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
955514 01  WS-NEXT-BUS-DATE        PIC 9(8).
955514 01  WS-DATE-INT             PIC 9(8).
955515 01  WS-DAY-OF-WEEK          PIC 9.
955515 01  WS-HOLIDAY-FLAG         PIC X.
955516 01  WS-ROLL-AGAIN           PIC X.
955516 01  WS-AVAIL-DATE           PIC 9(8).
955517 01  WS-RELEASE-COUNT        PIC 9(6) VALUE 0.
955517 01  WS-RELEASE-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
955518 01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
955518 01  WS-AMOUNT-DISP          PIC -9(10).99.
955519 01  WS-DETAIL-LINE.
955519     05  DT-HOLD-ID              PIC 9(8).
955520     05  FILLER                  PIC X(2) VALUE SPACES.
955520     05  DT-ACCT-NUMBER          PIC 9(8).
955521     05  FILLER                  PIC X(2) VALUE SPACES.
955521     05  DT-AMOUNT               PIC -9(8).99.
955522     05  FILLER                  PIC X(2) VALUE SPACES.
955522     05  DT-AVAIL-DATE           PIC 9(8).
955523     05  FILLER                  PIC X(2) VALUE SPACES.
955523     05  DT-REASON               PIC X(30).
955524 PROCEDURE DIVISION.
955524 MAIN-PARA.
955525     PERFORM SET-BUSINESS-DATE
955525     OPEN OUTPUT REPORT-FILE
955526     PERFORM PRINT-REPORT-HEADER
955526     OPEN I-O ACCOUNT-HOLD-FILE
955527     IF WS-HOLD-FILE-STATUS NOT = "00"
955527         MOVE "NO HOLDS ON FILE" TO REPORT-LINE
955528         WRITE REPORT-LINE
955528     ELSE
955529         PERFORM UNTIL WS-HOLD-EOF = 'Y'
955529             READ ACCOUNT-HOLD-FILE NEXT RECORD
955530                 AT END
955530                     MOVE 'Y' TO WS-HOLD-EOF
955531                 NOT AT END
955531                     IF HOLD-STATUS = 'A'
955532                         AND HOLD-EXPIRY-DATE NOT = 0
955532                         AND HOLD-EXPIRY-DATE < WS-NEXT-BUS-DATE
955533                         PERFORM RELEASE-ONE-HOLD
955533                     END-IF
955534             END-READ
955534         END-PERFORM
955535         CLOSE ACCOUNT-HOLD-FILE
955535     END-IF
955536     PERFORM PRINT-REPORT-TRAILER
955536     CLOSE REPORT-FILE
955537     DISPLAY "Holds released: " WS-RELEASE-COUNT
955537     IF WS-FAILED-COUNT > 0
955538         DISPLAY "Holds not released: " WS-FAILED-COUNT
955538         MOVE 8 TO RETURN-CODE
955539     END-IF
955539     GOBACK.
955540 SET-BUSINESS-DATE.
955540*Holds lapse overnight: anything that expires before the next
955541*business day opens is released tonight, so a weekend or holiday
955541*expiry is cleared on the last business day before it.
955542     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
955542     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
955543     IF WS-BUS-DATE-ENV NOT = SPACES
955543         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
955544         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
955544             TO WS-BUSINESS-DATE
955545     END-IF
955545     COMPUTE WS-DATE-INT =
955546         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
955546     COMPUTE WS-NEXT-BUS-DATE =
955547         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
955547     PERFORM ROLL-OFF-HOLIDAY
955548     EXIT.
955548 ROLL-OFF-HOLIDAY.
955549     MOVE 'Y' TO WS-ROLL-AGAIN
955549     PERFORM UNTIL WS-ROLL-AGAIN = 'N'
955550         MOVE 'N' TO WS-ROLL-AGAIN
955550         COMPUTE WS-DATE-INT =
955551             FUNCTION INTEGER-OF-DATE(WS-NEXT-BUS-DATE)
955551         COMPUTE WS-DAY-OF-WEEK =
955552             FUNCTION MOD(WS-DATE-INT, 7)
955552         CALL "HOLIDAY_CHECK" USING WS-NEXT-BUS-DATE
955553             WS-HOLIDAY-FLAG
955553         IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
955554             OR WS-HOLIDAY-FLAG = 'Y'
955554             ADD 1 TO WS-DATE-INT
955555             COMPUTE WS-NEXT-BUS-DATE =
955555                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
955556             MOVE 'Y' TO WS-ROLL-AGAIN
955556         END-IF
955557     END-PERFORM
955557     EXIT.
955558 RELEASE-ONE-HOLD.
955558     MOVE 'R' TO HOLD-STATUS
955559     REWRITE HOLD-RECORD
955559         INVALID KEY
955560             ADD 1 TO WS-FAILED-COUNT
955560             DISPLAY "Hold " HOLD-ID " could not be released."
955561         NOT INVALID KEY
955561             PERFORM LIST-ONE-HOLD
955562     END-REWRITE
955562     EXIT.
955563 LIST-ONE-HOLD.
955563     ADD 1 TO WS-RELEASE-COUNT
955564     ADD HOLD-AMOUNT TO WS-RELEASE-TOTAL
955564     COMPUTE WS-DATE-INT =
955565         FUNCTION INTEGER-OF-DATE(HOLD-EXPIRY-DATE) + 1
955565     COMPUTE WS-AVAIL-DATE =
955566         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
955566     MOVE HOLD-ID TO DT-HOLD-ID
955567     MOVE HOLD-ACCT-NUMBER TO DT-ACCT-NUMBER
955567     MOVE HOLD-AMOUNT TO DT-AMOUNT
955568     MOVE WS-AVAIL-DATE TO DT-AVAIL-DATE
955568     MOVE HOLD-REASON TO DT-REASON
955569     WRITE REPORT-LINE FROM WS-DETAIL-LINE
955569     EXIT.
955570 PRINT-REPORT-HEADER.
955570     MOVE SPACES TO REPORT-LINE
955571     STRING "HOLD RELEASE REGISTER  BUSINESS DATE: "
955571         DELIMITED BY SIZE
955572         WS-BUSINESS-DATE DELIMITED BY SIZE
955572         "  NEXT BUSINESS DAY: " DELIMITED BY SIZE
955573         WS-NEXT-BUS-DATE DELIMITED BY SIZE
955573         INTO REPORT-LINE
955574     WRITE REPORT-LINE
955574     MOVE SPACES TO REPORT-LINE
955575     WRITE REPORT-LINE
955575     STRING "HOLD ID   ACCOUNT         AMOUNT  AVAILABLE"
955576         DELIMITED BY SIZE
955576         " REASON" DELIMITED BY SIZE
955577         INTO REPORT-LINE
955577     WRITE REPORT-LINE
955578     EXIT.
955578 PRINT-REPORT-TRAILER.
955579     MOVE WS-RELEASE-TOTAL TO WS-AMOUNT-DISP
955579     MOVE SPACES TO REPORT-LINE
955580     WRITE REPORT-LINE
955580     STRING "RELEASED: " DELIMITED BY SIZE
955581         WS-RELEASE-COUNT DELIMITED BY SIZE
955581         "  NOW AVAILABLE: " DELIMITED BY SIZE
955582         WS-AMOUNT-DISP DELIMITED BY SIZE
955582         INTO REPORT-LINE
955583     WRITE REPORT-LINE
955583     EXIT.
