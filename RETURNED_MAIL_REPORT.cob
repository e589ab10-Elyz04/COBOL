969401 IDENTIFICATION DIVISION.
969401 PROGRAM-ID. RETURNED_MAIL_REPORT.
969402 AUTHOR. ELYZ.
969402 ENVIRONMENT DIVISION.
969403 INPUT-OUTPUT SECTION.
969403 FILE-CONTROL.
969404     SELECT CUSTOMER-DELIVERY-FILE ASSIGN TO "CUSTDLV.DAT"
969404         ORGANIZATION IS INDEXED
969405         ACCESS MODE IS SEQUENTIAL
969405         RECORD KEY IS DLV-CUST-ID
969406         FILE STATUS IS WS-DLV-FILE-STATUS.
969406     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
969407         ORGANIZATION IS INDEXED
969407         ACCESS MODE IS DYNAMIC
969408         RECORD KEY IS CUST-ID
969408         FILE STATUS IS WS-CUST-FILE-STATUS.
969409     SELECT REPORT-FILE ASSIGN TO "RTNMAIL.TXT"
969409         ORGANIZATION IS LINE SEQUENTIAL.
969410 DATA DIVISION.
969410 FILE SECTION.
969411 FD  CUSTOMER-DELIVERY-FILE.
969411     COPY DLVREC.
969412 FD  CUSTOMER-MASTER-FILE.
969412     COPY CUSTREC.
969413 FD  REPORT-FILE.
969413 01  REPORT-LINE             PIC X(80).
969414 WORKING-STORAGE SECTION.
969414 01  WS-DLV-FILE-STATUS      PIC XX VALUE "00".
969415 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
969415 01  WS-DLV-EOF              PIC X VALUE 'N'.
969416 01  WS-CUST-OPEN            PIC X VALUE 'N'.
969416 01  WS-BUSINESS-DATE        PIC 9(8).
969417 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
969417*Mail returned longer ago than this is marked for follow-up.
969418 01  WS-AGED-DAYS            PIC 9(3) VALUE 30.
969418 01  WS-DAYS-OUT             PIC 9(5).
969419 01  WS-RETURNED-COUNT       PIC 9(6) VALUE 0.
969419 01  WS-AGED-COUNT           PIC 9(6) VALUE 0.
969420 01  WS-NO-EMAIL-COUNT       PIC 9(6) VALUE 0.
969420 01  WS-WITHHELD-TOTAL       PIC 9(7) VALUE 0.
969421 01  WS-DETAIL-LINE.
969421     05  DT-CUST-ID              PIC 9(6).
969422     05  FILLER                  PIC X(2) VALUE SPACES.
969422     05  DT-NAME                 PIC X(22).
969423     05  FILLER                  PIC X(1) VALUE SPACES.
969423     05  DT-RETURNED-DATE        PIC 9(8).
969424     05  FILLER                  PIC X(1) VALUE SPACES.
969424     05  DT-DAYS-OUT             PIC ZZZZ9.
969425     05  DT-AGED                 PIC X(1).
969425     05  FILLER                  PIC X(1) VALUE SPACES.
969426     05  DT-WITHHELD             PIC ZZZZ9.
969426     05  FILLER                  PIC X(2) VALUE SPACES.
969427     05  DT-DELIVERY             PIC X(5).
969427     05  FILLER                  PIC X(1) VALUE SPACES.
969428     05  DT-EMAIL                PIC X(3).
969428     05  FILLER                  PIC X(1) VALUE SPACES.
969429     05  DT-PHONE                PIC X(12).
969429 01  WS-NOTE-LINE.
969430     05  FILLER                  PIC X(8) VALUE SPACES.
969430     05  FILLER                  PIC X(6) VALUE "NOTE: ".
969431     05  NL-NOTE                 PIC X(30).
969431     05  FILLER                  PIC X(5) VALUE " BY: ".
969432     05  NL-RETURNED-BY          PIC X(20).
969432 PROCEDURE DIVISION.
969433 MAIN-PARA.
969433     PERFORM SET-BUSINESS-DATE
969434     OPEN OUTPUT REPORT-FILE
969434     PERFORM PRINT-REPORT-HEADER
969435     OPEN INPUT CUSTOMER-DELIVERY-FILE
969435     IF WS-DLV-FILE-STATUS NOT = "00"
969436         MOVE "NO DELIVERY RECORDS ON FILE" TO REPORT-LINE
969436         WRITE REPORT-LINE
969437     ELSE
969437         OPEN INPUT CUSTOMER-MASTER-FILE
969438         IF WS-CUST-FILE-STATUS = "00"
969438             MOVE 'Y' TO WS-CUST-OPEN
969439         END-IF
969439         PERFORM UNTIL WS-DLV-EOF = 'Y'
969440             READ CUSTOMER-DELIVERY-FILE NEXT RECORD
969440                 AT END
969441                     MOVE 'Y' TO WS-DLV-EOF
969441                 NOT AT END
969442                     IF DLV-RETURNED-MAIL = 'Y'
969442                         PERFORM REPORT-RETURNED-MAIL
969443                     END-IF
969443             END-READ
969444         END-PERFORM
969444         IF WS-CUST-OPEN = 'Y'
969445             CLOSE CUSTOMER-MASTER-FILE
969445         END-IF
969446         CLOSE CUSTOMER-DELIVERY-FILE
969446     END-IF
969447     PERFORM PRINT-REPORT-TRAILER
969447     CLOSE REPORT-FILE
969448     DISPLAY "Returned mail: " WS-RETURNED-COUNT
969448         "  over " WS-AGED-DAYS " days: " WS-AGED-COUNT
969449     GOBACK.
969449 SET-BUSINESS-DATE.
969450     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
969450     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
969451     IF WS-BUS-DATE-ENV NOT = SPACES
969451         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
969452         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
969452             TO WS-BUSINESS-DATE
969453     END-IF
969453     EXIT.
969454 REPORT-RETURNED-MAIL.
969454     ADD 1 TO WS-RETURNED-COUNT
969455     ADD DLV-WITHHELD-COUNT TO WS-WITHHELD-TOTAL
969455     MOVE DLV-CUST-ID TO DT-CUST-ID
969456     MOVE SPACES TO DT-NAME
969456     MOVE SPACES TO DT-PHONE
969457     MOVE "NO" TO DT-EMAIL
969457     MOVE DLV-CUST-ID TO CUST-ID
969458     IF WS-CUST-OPEN = 'Y'
969458         READ CUSTOMER-MASTER-FILE
969459             INVALID KEY
969459                 MOVE "(NOT ON FILE)" TO DT-NAME
969460                 MOVE SPACES TO CUST-EMAIL
969460             NOT INVALID KEY
969461                 STRING FUNCTION TRIM(CUST-FIRST-NAME)
969461                     DELIMITED BY SIZE
969462                     " " DELIMITED BY SIZE
969462                     FUNCTION TRIM(CUST-LAST-NAME)
969463                     DELIMITED BY SIZE
969463                     INTO DT-NAME
969464                 MOVE CUST-PHONE TO DT-PHONE
969464         END-READ
969465     ELSE
969465         MOVE SPACES TO CUST-EMAIL
969466     END-IF
969466*Customers with no email address can only be reached by paper or
969467*phone, so they are counted for the follow-up team.
969467     IF CUST-EMAIL = SPACES
969468         ADD 1 TO WS-NO-EMAIL-COUNT
969468     ELSE
969469         MOVE "YES" TO DT-EMAIL
969469     END-IF
969470     EVALUATE DLV-PREFERENCE
969470         WHEN 'E'
969471             MOVE "ELEC" TO DT-DELIVERY
969471         WHEN 'B'
969472             MOVE "BOTH" TO DT-DELIVERY
969472         WHEN OTHER
969473             MOVE "PAPER" TO DT-DELIVERY
969473     END-EVALUATE
969474     MOVE DLV-RETURNED-DATE TO DT-RETURNED-DATE
969474     MOVE 0 TO WS-DAYS-OUT
969475     IF DLV-RETURNED-DATE > 0
969475         AND DLV-RETURNED-DATE < WS-BUSINESS-DATE
969476         COMPUTE WS-DAYS-OUT =
969476             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
969477             - FUNCTION INTEGER-OF-DATE(DLV-RETURNED-DATE)
969477     END-IF
969478     MOVE WS-DAYS-OUT TO DT-DAYS-OUT
969478     IF WS-DAYS-OUT > WS-AGED-DAYS
969479         MOVE "*" TO DT-AGED
969479         ADD 1 TO WS-AGED-COUNT
969480     ELSE
969480         MOVE SPACE TO DT-AGED
969481     END-IF
969481     MOVE DLV-WITHHELD-COUNT TO DT-WITHHELD
969482     WRITE REPORT-LINE FROM WS-DETAIL-LINE
969482     MOVE DLV-RETURNED-NOTE TO NL-NOTE
969483     MOVE DLV-RETURNED-BY TO NL-RETURNED-BY
969483     WRITE REPORT-LINE FROM WS-NOTE-LINE
969484     EXIT.
969484 PRINT-REPORT-HEADER.
969485     MOVE SPACES TO REPORT-LINE
969485     STRING "RETURNED MAIL FOLLOW-UP  BUSINESS DATE: "
969486         DELIMITED BY SIZE
969486         WS-BUSINESS-DATE DELIMITED BY SIZE
969487         INTO REPORT-LINE
969487     WRITE REPORT-LINE
969488     MOVE SPACES TO REPORT-LINE
969488     WRITE REPORT-LINE
969489     STRING "CUST    CUSTOMER NAME          RETURNED  DAYS  HELD"
969489         DELIMITED BY SIZE
969490         "   DLVRY EML PHONE" DELIMITED BY SIZE
969490         INTO REPORT-LINE
969491     WRITE REPORT-LINE
969491     EXIT.
969492 PRINT-REPORT-TRAILER.
969492     MOVE SPACES TO REPORT-LINE
969493     WRITE REPORT-LINE
969493     STRING "RETURNED MAIL: " DELIMITED BY SIZE
969494         WS-RETURNED-COUNT DELIMITED BY SIZE
969494         "  * OVER " DELIMITED BY SIZE
969495         WS-AGED-DAYS DELIMITED BY SIZE
969495         " DAYS: " DELIMITED BY SIZE
969496         WS-AGED-COUNT DELIMITED BY SIZE
969496         "  NO EMAIL: " DELIMITED BY SIZE
969497         WS-NO-EMAIL-COUNT DELIMITED BY SIZE
969497         INTO REPORT-LINE
969498     WRITE REPORT-LINE
969498     MOVE SPACES TO REPORT-LINE
969499     STRING "PAPER DOCUMENTS WITHHELD: " DELIMITED BY SIZE
969499         WS-WITHHELD-TOTAL DELIMITED BY SIZE
969500         INTO REPORT-LINE
969500     WRITE REPORT-LINE
969501     MOVE SPACES TO REPORT-LINE
969501     WRITE REPORT-LINE
969502     MOVE "HELD = PAPER DOCUMENTS WITHHELD SINCE MAIL CAME BACK"
969502         TO REPORT-LINE
969503     WRITE REPORT-LINE
969503     EXIT.
