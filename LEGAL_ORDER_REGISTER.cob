959901 IDENTIFICATION DIVISION.
959901 PROGRAM-ID. LEGAL_ORDER_REGISTER.
959902 AUTHOR. ELYZ.
959902 ENVIRONMENT DIVISION.
959903 INPUT-OUTPUT SECTION.
959903 FILE-CONTROL.
959904     SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.DAT"
959904         ORGANIZATION IS INDEXED
959905         ACCESS MODE IS DYNAMIC
959905         RECORD KEY IS LO-ID
959906         ALTERNATE RECORD KEY IS LO-CUST-ID
959906             WITH DUPLICATES
959907         FILE STATUS IS WS-LO-FILE-STATUS.
959907     SELECT REPORT-FILE ASSIGN TO "LEGALREG.TXT"
959908         ORGANIZATION IS LINE SEQUENTIAL.
959908 DATA DIVISION.
959909 FILE SECTION.
959909 FD  LEGAL-ORDER-FILE.
959910     COPY LGLOREC.
959910 FD  REPORT-FILE.
959911 01  REPORT-LINE             PIC X(80).
959911 WORKING-STORAGE SECTION.
959912 01  WS-LO-FILE-STATUS       PIC XX VALUE "00".
959912 01  WS-LO-EOF               PIC X VALUE 'N'.
959913 01  WS-BUSINESS-DATE        PIC 9(8).
959913 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
959914 01  WS-OPEN-COUNT           PIC 9(6) VALUE 0.
959914 01  WS-LATE-COUNT           PIC 9(6) VALUE 0.
959915 01  WS-DUE-COUNT            PIC 9(6) VALUE 0.
959915 01  WS-HELD-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
959916 01  WS-TOTAL-DISP           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
959916 01  WS-DETAIL-LINE.
959917     05  DT-ORDER-ID             PIC 9(8).
959917     05  FILLER                  PIC X(1) VALUE SPACES.
959918     05  DT-TYPE                 PIC X(6).
959918     05  FILLER                  PIC X(1) VALUE SPACES.
959919     05  DT-CUST-ID              PIC 9(6).
959919     05  FILLER                  PIC X(1) VALUE SPACES.
959920     05  DT-DEMANDED             PIC ZZZ,ZZ9.99.
959920     05  FILLER                  PIC X(1) VALUE SPACES.
959921     05  DT-HELD                 PIC ZZZ,ZZ9.99.
959921     05  FILLER                  PIC X(1) VALUE SPACES.
959922     05  DT-ANSWER-DATE          PIC 9(8).
959922     05  FILLER                  PIC X(1) VALUE SPACES.
959923     05  DT-MATURITY-DATE        PIC 9(8).
959923     05  FILLER                  PIC X(1) VALUE SPACES.
959924     05  DT-STATE                PIC X(11).
959924 PROCEDURE DIVISION.
959925 MAIN-PARA.
959925     PERFORM SET-BUSINESS-DATE
959926     OPEN OUTPUT REPORT-FILE
959926     PERFORM PRINT-REPORT-HEADER
959927     OPEN INPUT LEGAL-ORDER-FILE
959927     IF WS-LO-FILE-STATUS NOT = "00"
959928         MOVE "NO LEGAL ORDERS ON FILE" TO REPORT-LINE
959928         WRITE REPORT-LINE
959929     ELSE
959929         PERFORM UNTIL WS-LO-EOF = 'Y'
959930             READ LEGAL-ORDER-FILE NEXT RECORD
959930                 AT END
959931                     MOVE 'Y' TO WS-LO-EOF
959931                 NOT AT END
959932                     IF LO-STATUS = 'O'
959932                         PERFORM PRINT-ORDER-LINE
959933                     END-IF
959933             END-READ
959934         END-PERFORM
959934         CLOSE LEGAL-ORDER-FILE
959935     END-IF
959935     PERFORM PRINT-REPORT-TRAILER
959936     CLOSE REPORT-FILE
959936     DISPLAY "Open legal orders: " WS-OPEN-COUNT
959937         "  answers late: " WS-LATE-COUNT
959937     GOBACK.
959938 SET-BUSINESS-DATE.
959938     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
959939     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
959939     IF WS-BUS-DATE-ENV NOT = SPACES
959940         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
959940         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
959941             TO WS-BUSINESS-DATE
959941     END-IF
959942     EXIT.
959942 PRINT-ORDER-LINE.
959943*An order is answered once its letter has printed; one still
959943*unanswered past its deadline is flagged LATE.  Answered orders
959944*show when they remit, or FREEZE when they hold until released.
959944     ADD 1 TO WS-OPEN-COUNT
959945     ADD LO-HELD-AMOUNT TO WS-HELD-TOTAL
959945     MOVE LO-ID TO DT-ORDER-ID
959946     EVALUATE LO-TYPE
959946         WHEN 'G'
959947             MOVE "GARN" TO DT-TYPE
959947         WHEN 'L'
959948             MOVE "LEVY" TO DT-TYPE
959948         WHEN OTHER
959949             MOVE "FREEZE" TO DT-TYPE
959949     END-EVALUATE
959950     MOVE LO-CUST-ID TO DT-CUST-ID
959950     MOVE LO-AMOUNT-DEMANDED TO DT-DEMANDED
959951     MOVE LO-HELD-AMOUNT TO DT-HELD
959951     MOVE LO-ANSWER-DATE TO DT-ANSWER-DATE
959952     MOVE LO-MATURITY-DATE TO DT-MATURITY-DATE
959952     EVALUATE TRUE
959953         WHEN LO-LETTER-DATE = 0
959953             AND LO-ANSWER-DATE < WS-BUSINESS-DATE
959954             MOVE "ANSWER LATE" TO DT-STATE
959954             ADD 1 TO WS-LATE-COUNT
959955         WHEN LO-LETTER-DATE = 0
959955             MOVE "ANSWER DUE" TO DT-STATE
959956         WHEN LO-TYPE = 'F'
959956             MOVE "HELD" TO DT-STATE
959957         WHEN LO-MATURITY-DATE <= WS-BUSINESS-DATE
959957             MOVE "REMIT DUE" TO DT-STATE
959958             ADD 1 TO WS-DUE-COUNT
959958         WHEN OTHER
959959             MOVE "ANSWERED" TO DT-STATE
959959     END-EVALUATE
959960     WRITE REPORT-LINE FROM WS-DETAIL-LINE
959960     EXIT.
959961 PRINT-REPORT-HEADER.
959961     MOVE SPACES TO REPORT-LINE
959962     STRING "OPEN LEGAL ORDERS  BUSINESS DATE: " DELIMITED BY SIZE
959962         WS-BUSINESS-DATE DELIMITED BY SIZE
959963         INTO REPORT-LINE
959963     WRITE REPORT-LINE
959964     MOVE SPACES TO REPORT-LINE
959964     WRITE REPORT-LINE
959965     STRING "ORDER    TYPE   CUST     DEMANDED       HELD"
959965         DELIMITED BY SIZE
959966         " ANSWER   REMIT ON  STATE" DELIMITED BY SIZE
959966         INTO REPORT-LINE
959967     WRITE REPORT-LINE
959967     EXIT.
959968 PRINT-REPORT-TRAILER.
959968     MOVE WS-HELD-TOTAL TO WS-TOTAL-DISP
959969     MOVE SPACES TO REPORT-LINE
959969     WRITE REPORT-LINE
959970     STRING "OPEN ORDERS: " DELIMITED BY SIZE
959970         WS-OPEN-COUNT DELIMITED BY SIZE
959971         "  ANSWERS LATE: " DELIMITED BY SIZE
959971         WS-LATE-COUNT DELIMITED BY SIZE
959972         "  REMIT DUE: " DELIMITED BY SIZE
959972         WS-DUE-COUNT DELIMITED BY SIZE
959973         INTO REPORT-LINE
959973     WRITE REPORT-LINE
959974     MOVE SPACES TO REPORT-LINE
959974     STRING "TOTAL HELD: " DELIMITED BY SIZE
959975         WS-TOTAL-DISP DELIMITED BY SIZE
959975         INTO REPORT-LINE
959976     WRITE REPORT-LINE
959976     EXIT.
