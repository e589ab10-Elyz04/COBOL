966901 IDENTIFICATION DIVISION.
966901 PROGRAM-ID. PRIVACY_ACCESS_REPORT.
966902 AUTHOR. ELYZ.
966902 ENVIRONMENT DIVISION.
966903 INPUT-OUTPUT SECTION.
966903 FILE-CONTROL.
966904     SELECT PRIVACY-LOG-FILE ASSIGN TO "PRIVLOG.DAT"
966904         ORGANIZATION IS LINE SEQUENTIAL
966905         FILE STATUS IS WS-PRIV-FILE-STATUS.
966905     SELECT REPORT-FILE ASSIGN TO "PRIVACC.TXT"
966906         ORGANIZATION IS LINE SEQUENTIAL.
966906 DATA DIVISION.
966907 FILE SECTION.
966907 FD  PRIVACY-LOG-FILE.
966908     COPY PRIVREC.
966908 FD  REPORT-FILE.
966909 01  REPORT-LINE             PIC X(80).
966909 WORKING-STORAGE SECTION.
966910 01  WS-PRIV-FILE-STATUS     PIC XX VALUE "00".
966910 01  WS-PRIV-EOF             PIC X VALUE 'N'.
966911 01  WS-BUSINESS-DATE        PIC 9(8).
966911 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
966912 01  WS-EVENT-DATE           PIC 9(8).
966912 01  WS-REVEAL-COUNT         PIC 9(6) VALUE 0.
966913*One line per operator in the trailer so heavy use of the reveal
966913*function by one person stands out.
966914 01  WS-OP-COUNT             PIC 9(3) VALUE 0.
966914 01  WS-OP-IX                PIC 9(3).
966915 01  WS-OP-FOUND             PIC X VALUE 'N'.
966915 01  WS-OP-TABLE.
966916     05  WS-OP-ENTRY OCCURS 100 TIMES.
966916         10  WS-OP-NAME          PIC X(20).
966917         10  WS-OP-REVEALS       PIC 9(6).
966917 01  WS-DETAIL-LINE.
966918     05  DT-TIME                 PIC 9(6).
966918     05  FILLER                  PIC X(2) VALUE SPACES.
966919     05  DT-OPERATOR             PIC X(15).
966919     05  FILLER                  PIC X(1) VALUE SPACES.
966920     05  DT-CUST-ID              PIC 9(6).
966920     05  FILLER                  PIC X(2) VALUE SPACES.
966921     05  DT-FIELD                PIC X(5).
966921     05  FILLER                  PIC X(1) VALUE SPACES.
966922     05  DT-REASON               PIC X(40).
966922 01  WS-OPERATOR-LINE.
966923     05  FILLER                  PIC X(2) VALUE SPACES.
966923     05  OL-OPERATOR             PIC X(20).
966924     05  FILLER                  PIC X(1) VALUE SPACES.
966924     05  OL-REVEALS              PIC ZZZ,ZZ9.
966925 PROCEDURE DIVISION.
966925 MAIN-PARA.
966926     PERFORM SET-BUSINESS-DATE
966926     OPEN OUTPUT REPORT-FILE
966927     PERFORM PRINT-REPORT-HEADER
966927     OPEN INPUT PRIVACY-LOG-FILE
966928     IF WS-PRIV-FILE-STATUS NOT = "00"
966928         MOVE "NO PRIVACY ACCESS LOG ON FILE" TO REPORT-LINE
966929         WRITE REPORT-LINE
966929     ELSE
966930         PERFORM UNTIL WS-PRIV-EOF = 'Y'
966930             READ PRIVACY-LOG-FILE
966931                 AT END
966931                     MOVE 'Y' TO WS-PRIV-EOF
966932                 NOT AT END
966932                     MOVE PV-TIMESTAMP(1:8) TO WS-EVENT-DATE
966933                     IF WS-EVENT-DATE = WS-BUSINESS-DATE
966933                         PERFORM PRINT-REVEAL-LINE
966934                     END-IF
966934             END-READ
966935         END-PERFORM
966935         CLOSE PRIVACY-LOG-FILE
966936     END-IF
966936     PERFORM PRINT-REPORT-TRAILER
966937     CLOSE REPORT-FILE
966937     DISPLAY "Privacy reveals reported: " WS-REVEAL-COUNT
966938     GOBACK.
966938 SET-BUSINESS-DATE.
966939     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
966939     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
966940     IF WS-BUS-DATE-ENV NOT = SPACES
966940         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
966941         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
966941             TO WS-BUSINESS-DATE
966942     END-IF
966942     EXIT.
966943 PRINT-REVEAL-LINE.
966943     MOVE PV-TIMESTAMP(9:6) TO DT-TIME
966944     MOVE PV-OPERATOR TO DT-OPERATOR
966944     MOVE PV-CUST-ID TO DT-CUST-ID
966945     MOVE PV-FIELD TO DT-FIELD
966945     MOVE PV-REASON TO DT-REASON
966946     WRITE REPORT-LINE FROM WS-DETAIL-LINE
966946     ADD 1 TO WS-REVEAL-COUNT
966947     PERFORM TALLY-OPERATOR
966947     EXIT.
966948 TALLY-OPERATOR.
966948     MOVE 'N' TO WS-OP-FOUND
966949     PERFORM VARYING WS-OP-IX FROM 1 BY 1
966949         UNTIL WS-OP-IX > WS-OP-COUNT OR WS-OP-FOUND = 'Y'
966950         IF WS-OP-NAME(WS-OP-IX) = PV-OPERATOR
966950             ADD 1 TO WS-OP-REVEALS(WS-OP-IX)
966951             MOVE 'Y' TO WS-OP-FOUND
966951         END-IF
966952     END-PERFORM
966952     IF WS-OP-FOUND = 'N' AND WS-OP-COUNT < 100
966953         ADD 1 TO WS-OP-COUNT
966953         MOVE PV-OPERATOR TO WS-OP-NAME(WS-OP-COUNT)
966954         MOVE 1 TO WS-OP-REVEALS(WS-OP-COUNT)
966954     END-IF
966955     EXIT.
966955 PRINT-REPORT-HEADER.
966956     MOVE SPACES TO REPORT-LINE
966956     STRING "PRIVACY ACCESS LOG - PII REVEALS  BUSINESS DATE: "
966957         DELIMITED BY SIZE
966957         WS-BUSINESS-DATE DELIMITED BY SIZE
966958         INTO REPORT-LINE
966958     WRITE REPORT-LINE
966959     MOVE SPACES TO REPORT-LINE
966959     WRITE REPORT-LINE
966960     STRING "TIME    OPERATOR        CUST    FIELD REASON"
966960         DELIMITED BY SIZE
966961         INTO REPORT-LINE
966961     WRITE REPORT-LINE
966962     EXIT.
966962 PRINT-REPORT-TRAILER.
966963     MOVE SPACES TO REPORT-LINE
966963     WRITE REPORT-LINE
966964     STRING "TOTAL REVEALS: " DELIMITED BY SIZE
966964         WS-REVEAL-COUNT DELIMITED BY SIZE
966965         INTO REPORT-LINE
966965     WRITE REPORT-LINE
966966     IF WS-OP-COUNT > 0
966966         MOVE SPACES TO REPORT-LINE
966967         WRITE REPORT-LINE
966967         MOVE "REVEALS BY OPERATOR" TO REPORT-LINE
966968         WRITE REPORT-LINE
966968         PERFORM VARYING WS-OP-IX FROM 1 BY 1
966969             UNTIL WS-OP-IX > WS-OP-COUNT
966969             MOVE WS-OP-NAME(WS-OP-IX) TO OL-OPERATOR
966970             MOVE WS-OP-REVEALS(WS-OP-IX) TO OL-REVEALS
966970             WRITE REPORT-LINE FROM WS-OPERATOR-LINE
966971         END-PERFORM
966971     END-IF
966972     EXIT.
