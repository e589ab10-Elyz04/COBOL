957601 IDENTIFICATION DIVISION.
957601 PROGRAM-ID. RISK_REVIEW_DUE_REPORT.
957602 AUTHOR. ELYZ.
957602 ENVIRONMENT DIVISION.
957603 INPUT-OUTPUT SECTION.
957603 FILE-CONTROL.
957604     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
957604         ORGANIZATION IS INDEXED
957605         ACCESS MODE IS DYNAMIC
957605         RECORD KEY IS CUST-ID
957606         FILE STATUS IS WS-CUST-FILE-STATUS.
957606     SELECT CUSTOMER-RISK-FILE ASSIGN TO "CUSTRISK.DAT"
957607         ORGANIZATION IS INDEXED
957607         ACCESS MODE IS DYNAMIC
957608         RECORD KEY IS KYC-CUST-ID
957608         FILE STATUS IS WS-KYC-FILE-STATUS.
957609     SELECT REPORT-FILE ASSIGN TO "RISKDUE.TXT"
957609         ORGANIZATION IS LINE SEQUENTIAL.
957610 DATA DIVISION.
957610 FILE SECTION.
957611 FD  CUSTOMER-MASTER-FILE.
957611     COPY CUSTREC.
957612 FD  CUSTOMER-RISK-FILE.
957612     COPY KYCREC.
957613 FD  REPORT-FILE.
957613 01  REPORT-LINE             PIC X(80).
957614 WORKING-STORAGE SECTION.
957614 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
957615 01  WS-KYC-FILE-STATUS      PIC XX VALUE "00".
957615 01  WS-KYC-EOF              PIC X VALUE 'N'.
957616 01  WS-BUSINESS-DATE        PIC 9(8).
957616 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
957617*Reviews falling due within this many days are listed ahead of
957617*time so the work can be scheduled.
957618 01  WS-HORIZON-DAYS         PIC 9(3) VALUE 30.
957618 01  WS-HORIZON-DATE         PIC 9(8).
957619 01  WS-OVERDUE-COUNT        PIC 9(6) VALUE 0.
957619 01  WS-DUE-COUNT            PIC 9(6) VALUE 0.
957620 01  WS-DETAIL-LINE.
957620     05  DT-CUST-ID              PIC 9(6).
957621     05  FILLER                  PIC X(2) VALUE SPACES.
957621     05  DT-NAME                 PIC X(25).
957622     05  FILLER                  PIC X(1) VALUE SPACES.
957622     05  DT-RATING               PIC X(6).
957623     05  FILLER                  PIC X(1) VALUE SPACES.
957623     05  DT-LAST-REVIEW          PIC 9(8).
957624     05  FILLER                  PIC X(2) VALUE SPACES.
957624     05  DT-NEXT-REVIEW          PIC 9(8).
957625     05  FILLER                  PIC X(2) VALUE SPACES.
957625     05  DT-STATE                PIC X(7).
957626 PROCEDURE DIVISION.
957626 MAIN-PARA.
957627     PERFORM SET-BUSINESS-DATE
957627     OPEN OUTPUT REPORT-FILE
957628     PERFORM PRINT-REPORT-HEADER
957628     OPEN INPUT CUSTOMER-RISK-FILE
957629     IF WS-KYC-FILE-STATUS NOT = "00"
957629         MOVE "NO RISK RATINGS ON FILE" TO REPORT-LINE
957630         WRITE REPORT-LINE
957630     ELSE
957631         OPEN INPUT CUSTOMER-MASTER-FILE
957631         PERFORM UNTIL WS-KYC-EOF = 'Y'
957632             READ CUSTOMER-RISK-FILE NEXT RECORD
957632                 AT END
957633                     MOVE 'Y' TO WS-KYC-EOF
957633                 NOT AT END
957634                     IF KYC-NEXT-REVIEW-DATE > 0
957634                         AND KYC-NEXT-REVIEW-DATE
957635                             <= WS-HORIZON-DATE
957635                         PERFORM CHECK-CUSTOMER-DUE
957636                     END-IF
957636             END-READ
957637         END-PERFORM
957637         CLOSE CUSTOMER-MASTER-FILE
957638         CLOSE CUSTOMER-RISK-FILE
957638     END-IF
957639     PERFORM PRINT-REPORT-TRAILER
957639     CLOSE REPORT-FILE
957640     DISPLAY "Risk reviews overdue: " WS-OVERDUE-COUNT
957640         "  due: " WS-DUE-COUNT
957641     GOBACK.
957641 SET-BUSINESS-DATE.
957642     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
957642     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
957643     IF WS-BUS-DATE-ENV NOT = SPACES
957643         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
957644         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
957644             TO WS-BUSINESS-DATE
957645     END-IF
957645     COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
957646         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
957646         + WS-HORIZON-DAYS)
957647     EXIT.
957647 CHECK-CUSTOMER-DUE.
957648*Closed customers no longer need periodic review.
957648     MOVE KYC-CUST-ID TO CUST-ID
957649     READ CUSTOMER-MASTER-FILE
957649         INVALID KEY
957650             MOVE SPACES TO CUST-FIRST-NAME
957650             MOVE "(NOT ON FILE)" TO CUST-LAST-NAME
957651             MOVE 'A' TO CUST-STATUS
957651     END-READ
957652     IF CUST-STATUS NOT = 'C'
957652         PERFORM PRINT-DUE-LINE
957653     END-IF
957653     EXIT.
957654 PRINT-DUE-LINE.
957654     MOVE KYC-CUST-ID TO DT-CUST-ID
957655     MOVE SPACES TO DT-NAME
957655     STRING FUNCTION TRIM(CUST-FIRST-NAME) DELIMITED BY SIZE
957656         " " DELIMITED BY SIZE
957656         FUNCTION TRIM(CUST-LAST-NAME) DELIMITED BY SIZE
957657         INTO DT-NAME
957657     EVALUATE KYC-RATING
957658         WHEN 'H'
957658             MOVE "HIGH" TO DT-RATING
957659         WHEN 'M'
957659             MOVE "MEDIUM" TO DT-RATING
957660         WHEN OTHER
957660             MOVE "LOW" TO DT-RATING
957661     END-EVALUATE
957661     MOVE KYC-LAST-REVIEW-DATE TO DT-LAST-REVIEW
957662     MOVE KYC-NEXT-REVIEW-DATE TO DT-NEXT-REVIEW
957662     IF KYC-NEXT-REVIEW-DATE < WS-BUSINESS-DATE
957663         MOVE "OVERDUE" TO DT-STATE
957663         ADD 1 TO WS-OVERDUE-COUNT
957664     ELSE
957664         MOVE "DUE" TO DT-STATE
957665         ADD 1 TO WS-DUE-COUNT
957665     END-IF
957666     WRITE REPORT-LINE FROM WS-DETAIL-LINE
957666     EXIT.
957667 PRINT-REPORT-HEADER.
957667     MOVE SPACES TO REPORT-LINE
957668     STRING "KYC PERIODIC REVIEWS DUE  BUSINESS DATE: "
957668         DELIMITED BY SIZE
957669         WS-BUSINESS-DATE DELIMITED BY SIZE
957669         "  THROUGH: " DELIMITED BY SIZE
957670         WS-HORIZON-DATE DELIMITED BY SIZE
957670         INTO REPORT-LINE
957671     WRITE REPORT-LINE
957671     MOVE SPACES TO REPORT-LINE
957672     WRITE REPORT-LINE
957672     STRING "CUST    CUSTOMER NAME             RATING LAST REV"
957673         DELIMITED BY SIZE
957673         "  NEXT REV" DELIMITED BY SIZE
957674         INTO REPORT-LINE
957674     WRITE REPORT-LINE
957675     EXIT.
957675 PRINT-REPORT-TRAILER.
957676     MOVE SPACES TO REPORT-LINE
957676     WRITE REPORT-LINE
957677     STRING "OVERDUE: " DELIMITED BY SIZE
957677         WS-OVERDUE-COUNT DELIMITED BY SIZE
957678         "  DUE WITHIN " DELIMITED BY SIZE
957678         WS-HORIZON-DAYS DELIMITED BY SIZE
957679         " DAYS: " DELIMITED BY SIZE
957679         WS-DUE-COUNT DELIMITED BY SIZE
957680         INTO REPORT-LINE
957680     WRITE REPORT-LINE
957681     EXIT.
