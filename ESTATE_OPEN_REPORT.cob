959001 IDENTIFICATION DIVISION.
959001 PROGRAM-ID. ESTATE_OPEN_REPORT.
959002 AUTHOR. ELYZ.
959002 ENVIRONMENT DIVISION.
959003 INPUT-OUTPUT SECTION.
959003 FILE-CONTROL.
959004     SELECT ESTATE-FILE ASSIGN TO "ESTATE.DAT"
959004         ORGANIZATION IS INDEXED
959005         ACCESS MODE IS DYNAMIC
959005         RECORD KEY IS EST-CUST-ID
959006         FILE STATUS IS WS-EST-FILE-STATUS.
959006     SELECT ESTATE-ACCOUNT-FILE ASSIGN TO "ESTACCT.DAT"
959007         ORGANIZATION IS INDEXED
959007         ACCESS MODE IS DYNAMIC
959008         RECORD KEY IS EA-KEY
959008         ALTERNATE RECORD KEY IS EA-ACCT-NUMBER
959009             WITH DUPLICATES
959009         FILE STATUS IS WS-EA-FILE-STATUS.
959010     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
959010         ORGANIZATION IS INDEXED
959011         ACCESS MODE IS DYNAMIC
959011         RECORD KEY IS CUST-ID
959012         FILE STATUS IS WS-CUST-FILE-STATUS.
959012     SELECT REPORT-FILE ASSIGN TO "ESTRPT.TXT"
959013         ORGANIZATION IS LINE SEQUENTIAL.
959013 DATA DIVISION.
959014 FILE SECTION.
959014 FD  ESTATE-FILE.
959015     COPY ESTREC.
959015 FD  ESTATE-ACCOUNT-FILE.
959016     COPY ESTAREC.
959016 FD  CUSTOMER-MASTER-FILE.
959017     COPY CUSTREC.
959017 FD  REPORT-FILE.
959018 01  REPORT-LINE             PIC X(80).
959018 WORKING-STORAGE SECTION.
959019 01  WS-EST-FILE-STATUS      PIC XX VALUE "00".
959019 01  WS-EA-FILE-STATUS       PIC XX VALUE "00".
959020 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
959020 01  WS-EST-EOF              PIC X VALUE 'N'.
959021 01  WS-EA-EOF               PIC X VALUE 'N'.
959021 01  WS-EA-OPEN              PIC X VALUE 'N'.
959022 01  WS-CUST-OPEN            PIC X VALUE 'N'.
959022 01  WS-BUSINESS-DATE        PIC 9(8).
959023 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
959023*Estates open longer than this are marked for follow-up.
959024 01  WS-AGED-DAYS            PIC 9(3) VALUE 180.
959024 01  WS-DAYS-OPEN            PIC 9(5).
959025 01  WS-HELD-COUNT           PIC 9(4).
959025 01  WS-REVIEW-COUNT         PIC 9(4).
959026 01  WS-OPEN-COUNT           PIC 9(6) VALUE 0.
959026 01  WS-AGED-COUNT           PIC 9(6) VALUE 0.
959027 01  WS-DETAIL-LINE.
959027     05  DT-CUST-ID              PIC 9(6).
959028     05  FILLER                  PIC X(2) VALUE SPACES.
959028     05  DT-NAME                 PIC X(22).
959029     05  FILLER                  PIC X(1) VALUE SPACES.
959029     05  DT-DEATH-DATE           PIC 9(8).
959030     05  FILLER                  PIC X(1) VALUE SPACES.
959030     05  DT-DAYS-OPEN            PIC ZZZZ9.
959031     05  DT-AGED                 PIC X(1).
959031     05  FILLER                  PIC X(1) VALUE SPACES.
959032     05  DT-HELD                 PIC ZZZ9.
959032     05  FILLER                  PIC X(2) VALUE SPACES.
959033     05  DT-REVIEW               PIC ZZZ9.
959033     05  FILLER                  PIC X(2) VALUE SPACES.
959034     05  DT-CONTACT              PIC X(21).
959034 PROCEDURE DIVISION.
959035 MAIN-PARA.
959035     PERFORM SET-BUSINESS-DATE
959036     OPEN OUTPUT REPORT-FILE
959036     PERFORM PRINT-REPORT-HEADER
959037     OPEN INPUT ESTATE-FILE
959037     IF WS-EST-FILE-STATUS NOT = "00"
959038         MOVE "NO ESTATES ON FILE" TO REPORT-LINE
959038         WRITE REPORT-LINE
959039     ELSE
959039         OPEN INPUT ESTATE-ACCOUNT-FILE
959040         IF WS-EA-FILE-STATUS = "00"
959040             MOVE 'Y' TO WS-EA-OPEN
959041         END-IF
959041         OPEN INPUT CUSTOMER-MASTER-FILE
959042         IF WS-CUST-FILE-STATUS = "00"
959042             MOVE 'Y' TO WS-CUST-OPEN
959043         END-IF
959043         PERFORM UNTIL WS-EST-EOF = 'Y'
959044             READ ESTATE-FILE NEXT RECORD
959044                 AT END
959045                     MOVE 'Y' TO WS-EST-EOF
959045                 NOT AT END
959046                     IF EST-STATUS = 'O'
959046                         PERFORM REPORT-OPEN-ESTATE
959047                     END-IF
959047             END-READ
959048         END-PERFORM
959048         IF WS-CUST-OPEN = 'Y'
959049             CLOSE CUSTOMER-MASTER-FILE
959049         END-IF
959050         IF WS-EA-OPEN = 'Y'
959050             CLOSE ESTATE-ACCOUNT-FILE
959051         END-IF
959051         CLOSE ESTATE-FILE
959052     END-IF
959052     PERFORM PRINT-REPORT-TRAILER
959053     CLOSE REPORT-FILE
959053     DISPLAY "Open estates: " WS-OPEN-COUNT
959054         "  open over " WS-AGED-DAYS " days: " WS-AGED-COUNT
959054     GOBACK.
959055 SET-BUSINESS-DATE.
959055     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
959056     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
959056     IF WS-BUS-DATE-ENV NOT = SPACES
959057         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
959057         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
959058             TO WS-BUSINESS-DATE
959058     END-IF
959059     EXIT.
959059 REPORT-OPEN-ESTATE.
959060     ADD 1 TO WS-OPEN-COUNT
959060     MOVE EST-CUST-ID TO DT-CUST-ID
959061     MOVE SPACES TO DT-NAME
959061     MOVE EST-CUST-ID TO CUST-ID
959062     IF WS-CUST-OPEN = 'Y'
959062         READ CUSTOMER-MASTER-FILE
959063             INVALID KEY
959063                 MOVE "(NOT ON FILE)" TO DT-NAME
959064             NOT INVALID KEY
959064                 STRING FUNCTION TRIM(CUST-FIRST-NAME)
959065                     DELIMITED BY SIZE
959065                     " " DELIMITED BY SIZE
959066                     FUNCTION TRIM(CUST-LAST-NAME)
959066                     DELIMITED BY SIZE
959067                     INTO DT-NAME
959067         END-READ
959068     END-IF
959068     MOVE EST-DEATH-DATE TO DT-DEATH-DATE
959069     MOVE 0 TO WS-DAYS-OPEN
959069     IF EST-NOTIFY-DATE > 0 AND EST-NOTIFY-DATE < WS-BUSINESS-DATE
959070         COMPUTE WS-DAYS-OPEN =
959070             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
959071             - FUNCTION INTEGER-OF-DATE(EST-NOTIFY-DATE)
959071     END-IF
959072     MOVE WS-DAYS-OPEN TO DT-DAYS-OPEN
959072     IF WS-DAYS-OPEN > WS-AGED-DAYS
959073         MOVE "*" TO DT-AGED
959073         ADD 1 TO WS-AGED-COUNT
959074     ELSE
959074         MOVE SPACE TO DT-AGED
959075     END-IF
959075     PERFORM COUNT-ESTATE-ACCOUNTS
959076     MOVE WS-HELD-COUNT TO DT-HELD
959076     MOVE WS-REVIEW-COUNT TO DT-REVIEW
959077     MOVE EST-CONTACT-NAME TO DT-CONTACT
959077     WRITE REPORT-LINE FROM WS-DETAIL-LINE
959078     EXIT.
959078 COUNT-ESTATE-ACCOUNTS.
959079*Sole accounts still frozen and joint accounts still awaiting the
959079*survivor review are what keeps an estate open.
959080     MOVE 0 TO WS-HELD-COUNT
959080     MOVE 0 TO WS-REVIEW-COUNT
959081     IF WS-EA-OPEN = 'Y'
959081         MOVE 'N' TO WS-EA-EOF
959082         MOVE EST-CUST-ID TO EA-CUST-ID
959082         MOVE 0 TO EA-ACCT-NUMBER
959083         START ESTATE-ACCOUNT-FILE KEY IS >= EA-KEY
959083             INVALID KEY
959084                 MOVE 'Y' TO WS-EA-EOF
959084         END-START
959085         PERFORM UNTIL WS-EA-EOF = 'Y'
959085             READ ESTATE-ACCOUNT-FILE NEXT RECORD
959086                 AT END
959086                     MOVE 'Y' TO WS-EA-EOF
959087                 NOT AT END
959087                     IF EA-CUST-ID NOT = EST-CUST-ID
959088                         MOVE 'Y' TO WS-EA-EOF
959088                     ELSE
959089                         IF EA-STATUS = 'H'
959089                             ADD 1 TO WS-HELD-COUNT
959090                         END-IF
959090                         IF EA-STATUS = 'P'
959091                             ADD 1 TO WS-REVIEW-COUNT
959091                         END-IF
959092                     END-IF
959092             END-READ
959093         END-PERFORM
959093     END-IF
959094     EXIT.
959094 PRINT-REPORT-HEADER.
959095     MOVE SPACES TO REPORT-LINE
959095     STRING "ESTATES STILL OPEN  BUSINESS DATE: "
959096         DELIMITED BY SIZE
959096         WS-BUSINESS-DATE DELIMITED BY SIZE
959097         INTO REPORT-LINE
959097     WRITE REPORT-LINE
959098     MOVE SPACES TO REPORT-LINE
959098     WRITE REPORT-LINE
959099     STRING "CUST    CUSTOMER NAME          DIED     DAYS  HELD"
959099         DELIMITED BY SIZE
959100         "  REVW  ESTATE CONTACT" DELIMITED BY SIZE
959100         INTO REPORT-LINE
959101     WRITE REPORT-LINE
959101     EXIT.
959102 PRINT-REPORT-TRAILER.
959102     MOVE SPACES TO REPORT-LINE
959103     WRITE REPORT-LINE
959103     STRING "OPEN ESTATES: " DELIMITED BY SIZE
959104         WS-OPEN-COUNT DELIMITED BY SIZE
959104         "  * OPEN OVER " DELIMITED BY SIZE
959105         WS-AGED-DAYS DELIMITED BY SIZE
959105         " DAYS: " DELIMITED BY SIZE
959106         WS-AGED-COUNT DELIMITED BY SIZE
959106         INTO REPORT-LINE
959107     WRITE REPORT-LINE
959107     EXIT.
