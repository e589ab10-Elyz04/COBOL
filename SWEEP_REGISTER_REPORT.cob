952701 IDENTIFICATION DIVISION.
952701 PROGRAM-ID. SWEEP_REGISTER_REPORT.
952702 AUTHOR. ELYZ.
952702 ENVIRONMENT DIVISION.
952703 INPUT-OUTPUT SECTION.
952703 FILE-CONTROL.
952704     SELECT SWEEP-LOG-FILE ASSIGN TO "SWEEPLOG.DAT"
952704         ORGANIZATION IS LINE SEQUENTIAL
952705         FILE STATUS IS WS-SWP-FILE-STATUS.
952705     SELECT REPORT-FILE ASSIGN TO "SWEEPREG.TXT"
952706         ORGANIZATION IS LINE SEQUENTIAL.
952706 DATA DIVISION.
952707 FILE SECTION.
952707 FD  SWEEP-LOG-FILE.
952708     COPY SWEEPREC.
952708 FD  REPORT-FILE.
952709 01  REPORT-LINE             PIC X(80).
952709 WORKING-STORAGE SECTION.
952710 01  WS-SWP-FILE-STATUS      PIC XX VALUE "00".
952710 01  WS-SWP-EOF              PIC X VALUE 'N'.
952711 01  WS-BUSINESS-DATE        PIC 9(8).
952711 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
952712 01  WS-SWEEP-COUNT          PIC 9(6) VALUE 0.
952712 01  WS-SWEEP-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
952713 01  WS-FEE-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
952713 01  WS-AMOUNT-DISP          PIC -9(10).99.
952714 01  WS-FEE-DISP             PIC -9(8).99.
952714 01  WS-DETAIL-LINE.
952715     05  DT-CHK-ACCT             PIC 9(8).
952715     05  FILLER                  PIC X(2) VALUE SPACES.
952716     05  DT-SAV-ACCT             PIC 9(8).
952716     05  FILLER                  PIC X(2) VALUE SPACES.
952717     05  DT-DEBIT-AMOUNT         PIC -9(8).99.
952717     05  FILLER                  PIC X(2) VALUE SPACES.
952718     05  DT-SWEEP-AMOUNT         PIC -9(8).99.
952718     05  FILLER                  PIC X(2) VALUE SPACES.
952719     05  DT-FEE                  PIC ZZ9.99.
952719     05  FILLER                  PIC X(2) VALUE SPACES.
952720     05  DT-OPERATOR             PIC X(20).
952720 PROCEDURE DIVISION.
952721 MAIN-PARA.
952721     PERFORM SET-BUSINESS-DATE
952722     OPEN OUTPUT REPORT-FILE
952722     PERFORM PRINT-REPORT-HEADER
952723     OPEN INPUT SWEEP-LOG-FILE
952723     IF WS-SWP-FILE-STATUS NOT = "00"
952724         MOVE "NO OVERDRAFT PROTECTION SWEEPS ON FILE"
952724             TO REPORT-LINE
952725         WRITE REPORT-LINE
952725     ELSE
952726         PERFORM UNTIL WS-SWP-EOF = 'Y'
952726             READ SWEEP-LOG-FILE
952727                 AT END
952727                     MOVE 'Y' TO WS-SWP-EOF
952728                 NOT AT END
952728                     IF SW-BUS-DATE = WS-BUSINESS-DATE
952729                         PERFORM LIST-ONE-SWEEP
952729                     END-IF
952730             END-READ
952730         END-PERFORM
952731         CLOSE SWEEP-LOG-FILE
952731     END-IF
952732     PERFORM PRINT-REPORT-TRAILER
952732     CLOSE REPORT-FILE
952733     DISPLAY "Overdraft protection sweeps: " WS-SWEEP-COUNT
952733     GOBACK.
952734 SET-BUSINESS-DATE.
952734     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
952735     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
952735     IF WS-BUS-DATE-ENV NOT = SPACES
952736         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
952736         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
952737             TO WS-BUSINESS-DATE
952737     END-IF
952738     EXIT.
952738 LIST-ONE-SWEEP.
952739     ADD 1 TO WS-SWEEP-COUNT
952739     ADD SW-SWEEP-AMOUNT TO WS-SWEEP-TOTAL
952740     ADD SW-FEE TO WS-FEE-TOTAL
952740     MOVE SW-CHK-ACCT TO DT-CHK-ACCT
952741     MOVE SW-SAV-ACCT TO DT-SAV-ACCT
952741     MOVE SW-DEBIT-AMOUNT TO DT-DEBIT-AMOUNT
952742     MOVE SW-SWEEP-AMOUNT TO DT-SWEEP-AMOUNT
952742     MOVE SW-FEE TO DT-FEE
952743     MOVE SW-OPERATOR TO DT-OPERATOR
952743     WRITE REPORT-LINE FROM WS-DETAIL-LINE
952744     EXIT.
952744 PRINT-REPORT-HEADER.
952745     MOVE SPACES TO REPORT-LINE
952745     STRING "OVERDRAFT PROTECTION SWEEP REGISTER  BUSINESS DATE: "
952746         DELIMITED BY SIZE
952746         WS-BUSINESS-DATE DELIMITED BY SIZE
952747         INTO REPORT-LINE
952747     WRITE REPORT-LINE
952748     MOVE SPACES TO REPORT-LINE
952748     WRITE REPORT-LINE
952749     STRING "CHECKING  SAVINGS          DEBIT         SWEPT"
952749         DELIMITED BY SIZE
952750         "     FEE  OPERATOR" DELIMITED BY SIZE
952750         INTO REPORT-LINE
952751     WRITE REPORT-LINE
952751     EXIT.
952752 PRINT-REPORT-TRAILER.
952752     MOVE WS-SWEEP-TOTAL TO WS-AMOUNT-DISP
952753     MOVE WS-FEE-TOTAL TO WS-FEE-DISP
952753     MOVE SPACES TO REPORT-LINE
952754     WRITE REPORT-LINE
952754     STRING "SWEEPS: " DELIMITED BY SIZE
952755         WS-SWEEP-COUNT DELIMITED BY SIZE
952755         "  SWEPT: " DELIMITED BY SIZE
952756         WS-AMOUNT-DISP DELIMITED BY SIZE
952756         "  FEES: " DELIMITED BY SIZE
952757         WS-FEE-DISP DELIMITED BY SIZE
952757         INTO REPORT-LINE
952758     WRITE REPORT-LINE
952758     EXIT.
