963101 IDENTIFICATION DIVISION.
963101 PROGRAM-ID. CHARGEOFF_REPORT.
963102 AUTHOR. ELYZ.
963102 ENVIRONMENT DIVISION.
963103 INPUT-OUTPUT SECTION.
963103 FILE-CONTROL.
963104     SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF.DAT"
963104         ORGANIZATION IS INDEXED
963105         ACCESS MODE IS DYNAMIC
963105         RECORD KEY IS CO-ACCT-NUMBER
963106         FILE STATUS IS WS-CO-FILE-STATUS.
963106     SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
963107         ORGANIZATION IS INDEXED
963107         ACCESS MODE IS DYNAMIC
963108         RECORD KEY IS RC-KEY
963108         FILE STATUS IS WS-RC-FILE-STATUS.
963109     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCH.DAT"
963109         ORGANIZATION IS INDEXED
963110         ACCESS MODE IS DYNAMIC
963110         RECORD KEY IS BR-NUMBER
963111         FILE STATUS IS WS-BRCH-FILE-STATUS.
963111     SELECT REPORT-FILE ASSIGN TO "CHGOFFRP.TXT"
963112         ORGANIZATION IS LINE SEQUENTIAL.
963112 DATA DIVISION.
963113 FILE SECTION.
963113 FD  CHARGE-OFF-FILE.
963114     COPY CHGOREC.
963114 FD  RECOVERY-FILE.
963115     COPY RCVYREC.
963115 FD  BRANCH-MASTER-FILE.
963116     COPY BRCHREC.
963116 FD  REPORT-FILE.
963117 01  REPORT-LINE             PIC X(80).
963117 WORKING-STORAGE SECTION.
963118 01  WS-CO-FILE-STATUS       PIC XX VALUE "00".
963118 01  WS-RC-FILE-STATUS       PIC XX VALUE "00".
963119 01  WS-BRCH-FILE-STATUS     PIC XX VALUE "00".
963119 01  WS-CO-EOF               PIC X VALUE 'N'.
963120 01  WS-RC-EOF               PIC X VALUE 'N'.
963120 01  WS-BUSINESS-DATE        PIC 9(8).
963121 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
963121*The report covers the calendar month of the business date; the
963122*month-end run prints the month just ending.
963122 01  WS-REPORT-MONTH         PIC 9(6).
963123 01  WS-ENTRY-MONTH          PIC 9(6).
963123 01  WS-BRANCH-NUM           PIC 9(3).
963124 01  WS-BRANCH-IX            PIC 9(3).
963124 01  WS-PRIOR-BRANCH         PIC 9(3) VALUE 0.
963125 01  WS-OUTSTANDING          PIC S9(9)V99 COMP-3.
963125 01  WS-BRANCH-TABLE.
963126     05  WS-BRANCH-ENTRY OCCURS 999.
963126         10  WS-BT-CO-COUNT      PIC 9(5).
963127         10  WS-BT-CO-AMOUNT     PIC S9(11)V99 COMP-3.
963127         10  WS-BT-RC-COUNT      PIC 9(5).
963128         10  WS-BT-RC-AMOUNT     PIC S9(11)V99 COMP-3.
963128         10  WS-BT-OUTSTANDING   PIC S9(11)V99 COMP-3.
963129 01  WS-CO-COUNT             PIC 9(6) VALUE 0.
963129 01  WS-RC-COUNT             PIC 9(6) VALUE 0.
963130 01  WS-CO-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
963130 01  WS-RC-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
963131 01  WS-OUTSTANDING-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
963131 01  WS-BRANCHES-SHOWN       PIC 9(3) VALUE 0.
963132 01  WS-TOTAL-DISP           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
963132 01  WS-CO-DETAIL-LINE.
963133     05  CD-ACCT-NUMBER          PIC 9(8).
963133     05  FILLER                  PIC X(2) VALUE SPACES.
963134     05  CD-CUST-ID              PIC 9(6).
963134     05  FILLER                  PIC X(2) VALUE SPACES.
963135     05  CD-ACCT-TYPE            PIC X(8).
963135     05  FILLER                  PIC X(2) VALUE SPACES.
963136     05  CD-NEG-DATE             PIC 9(8).
963136     05  FILLER                  PIC X(2) VALUE SPACES.
963137     05  CD-CHGOFF-DATE          PIC 9(8).
963137     05  FILLER                  PIC X(2) VALUE SPACES.
963138     05  CD-AMOUNT               PIC -9(8).99.
963138     05  FILLER                  PIC X(2) VALUE SPACES.
963139     05  CD-RECOVERED            PIC -9(8).99.
963139 01  WS-RC-DETAIL-LINE.
963140     05  RD-ACCT-NUMBER          PIC 9(8).
963140     05  FILLER                  PIC X(2) VALUE SPACES.
963141     05  RD-DATE                 PIC 9(8).
963141     05  FILLER                  PIC X(2) VALUE SPACES.
963142     05  RD-AMOUNT               PIC -9(8).99.
963142     05  FILLER                  PIC X(2) VALUE SPACES.
963143     05  RD-OUTSTANDING          PIC -9(8).99.
963143     05  FILLER                  PIC X(2) VALUE SPACES.
963144     05  RD-OPERATOR             PIC X(20).
963144 01  WS-SUMMARY-LINE.
963145     05  SM-BRANCH               PIC 9(3).
963145     05  FILLER                  PIC X(2) VALUE SPACES.
963146     05  SM-NAME                 PIC X(16).
963146     05  FILLER                  PIC X(2) VALUE SPACES.
963147     05  SM-CO-COUNT             PIC ZZZ9.
963147     05  FILLER                  PIC X(1) VALUE SPACES.
963148     05  SM-CO-AMOUNT            PIC -9(8).99.
963148     05  FILLER                  PIC X(2) VALUE SPACES.
963149     05  SM-RC-COUNT             PIC ZZZ9.
963149     05  FILLER                  PIC X(1) VALUE SPACES.
963150     05  SM-RC-AMOUNT            PIC -9(8).99.
963150     05  FILLER                  PIC X(2) VALUE SPACES.
963151     05  SM-OUTSTANDING          PIC -9(8).99.
963151 PROCEDURE DIVISION.
963152 MAIN-PARA.
963152     PERFORM SET-BUSINESS-DATE
963153     PERFORM ZERO-BRANCH-TABLE
963153     OPEN OUTPUT REPORT-FILE
963154     OPEN INPUT BRANCH-MASTER-FILE
963154     PERFORM PRINT-REPORT-HEADER
963155     PERFORM LIST-CHARGE-OFFS
963155     PERFORM LIST-RECOVERIES
963156     PERFORM PRINT-BRANCH-SUMMARY
963156     PERFORM PRINT-REPORT-TRAILER
963157     IF WS-BRCH-FILE-STATUS = "00"
963157         CLOSE BRANCH-MASTER-FILE
963158     END-IF
963158     CLOSE REPORT-FILE
963159     DISPLAY "Charge-offs in month: " WS-CO-COUNT
963159     DISPLAY "Recoveries in month : " WS-RC-COUNT
963160     GOBACK.
963160 SET-BUSINESS-DATE.
963161     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
963161     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
963162     IF WS-BUS-DATE-ENV NOT = SPACES
963162         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
963163         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
963163             TO WS-BUSINESS-DATE
963164     END-IF
963164     COMPUTE WS-REPORT-MONTH = WS-BUSINESS-DATE / 100
963165     EXIT.
963165 ZERO-BRANCH-TABLE.
963166     PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
963166         UNTIL WS-BRANCH-IX > 999
963167         MOVE 0 TO WS-BT-CO-COUNT(WS-BRANCH-IX)
963167         MOVE 0 TO WS-BT-CO-AMOUNT(WS-BRANCH-IX)
963168         MOVE 0 TO WS-BT-RC-COUNT(WS-BRANCH-IX)
963168         MOVE 0 TO WS-BT-RC-AMOUNT(WS-BRANCH-IX)
963169         MOVE 0 TO WS-BT-OUTSTANDING(WS-BRANCH-IX)
963169     END-PERFORM
963170     EXIT.
963170 LIST-CHARGE-OFFS.
963171*CHGOFF.DAT reads in account order, which groups the accounts by
963171*branch.  Every charge-off still outstanding counts towards its
963172*branch's outstanding balance; those written off this month are
963172*also listed.
963173     MOVE SPACES TO REPORT-LINE
963173     MOVE "CHARGE-OFFS" TO REPORT-LINE
963174     WRITE REPORT-LINE
963174     MOVE SPACES TO REPORT-LINE
963175     STRING "ACCOUNT   CUSTID  TYPE      NEG SINCE CHGOFF DT"
963175         DELIMITED BY SIZE
963176         "       AMOUNT     RECOVERED" DELIMITED BY SIZE
963176         INTO REPORT-LINE
963177     WRITE REPORT-LINE
963177     MOVE 0 TO WS-PRIOR-BRANCH
963178     MOVE 'N' TO WS-CO-EOF
963178     OPEN INPUT CHARGE-OFF-FILE
963179     IF WS-CO-FILE-STATUS NOT = "00"
963179         MOVE 'Y' TO WS-CO-EOF
963180     END-IF
963180     PERFORM UNTIL WS-CO-EOF = 'Y'
963181         READ CHARGE-OFF-FILE NEXT RECORD
963181             AT END
963182                 MOVE 'Y' TO WS-CO-EOF
963182             NOT AT END
963183                 PERFORM CHECK-ONE-CHARGE-OFF
963183         END-READ
963184     END-PERFORM
963184     IF WS-CO-FILE-STATUS = "00" OR WS-CO-FILE-STATUS = "10"
963185         CLOSE CHARGE-OFF-FILE
963185     END-IF
963186     IF WS-PRIOR-BRANCH > 0
963186         PERFORM PRINT-CO-BRANCH-TOTAL
963187     END-IF
963187     MOVE SPACES TO REPORT-LINE
963188     WRITE REPORT-LINE
963188     EXIT.
963189 CHECK-ONE-CHARGE-OFF.
963189     COMPUTE WS-BRANCH-NUM = CO-ACCT-NUMBER / 100000
963190     IF WS-BRANCH-NUM > 0
963190         COMPUTE WS-OUTSTANDING = CO-AMOUNT - CO-RECOVERED
963191         ADD WS-OUTSTANDING TO WS-BT-OUTSTANDING(WS-BRANCH-NUM)
963191         ADD WS-OUTSTANDING TO WS-OUTSTANDING-TOTAL
963192         COMPUTE WS-ENTRY-MONTH = CO-DATE / 100
963192         IF WS-ENTRY-MONTH = WS-REPORT-MONTH
963193             IF WS-BRANCH-NUM NOT = WS-PRIOR-BRANCH
963193                 IF WS-PRIOR-BRANCH > 0
963194                     PERFORM PRINT-CO-BRANCH-TOTAL
963194                 END-IF
963195                 MOVE WS-BRANCH-NUM TO WS-PRIOR-BRANCH
963195                 PERFORM PRINT-BRANCH-HEADING
963196             END-IF
963196             ADD 1 TO WS-BT-CO-COUNT(WS-BRANCH-NUM)
963197             ADD CO-AMOUNT TO WS-BT-CO-AMOUNT(WS-BRANCH-NUM)
963197             ADD 1 TO WS-CO-COUNT
963198             ADD CO-AMOUNT TO WS-CO-TOTAL
963198             MOVE CO-ACCT-NUMBER TO CD-ACCT-NUMBER
963199             MOVE CO-CUST-ID TO CD-CUST-ID
963199             MOVE CO-ACCT-TYPE TO CD-ACCT-TYPE
963200             MOVE CO-NEG-DATE TO CD-NEG-DATE
963200             MOVE CO-DATE TO CD-CHGOFF-DATE
963201             MOVE CO-AMOUNT TO CD-AMOUNT
963201             MOVE CO-RECOVERED TO CD-RECOVERED
963202             WRITE REPORT-LINE FROM WS-CO-DETAIL-LINE
963202         END-IF
963203     END-IF
963203     EXIT.
963204 PRINT-CO-BRANCH-TOTAL.
963204     MOVE WS-BT-CO-AMOUNT(WS-PRIOR-BRANCH) TO WS-TOTAL-DISP
963205     MOVE SPACES TO REPORT-LINE
963205     STRING "  BRANCH TOTAL  CHARGE-OFFS: " DELIMITED BY SIZE
963206         WS-BT-CO-COUNT(WS-PRIOR-BRANCH) DELIMITED BY SIZE
963206         "  AMOUNT: " DELIMITED BY SIZE
963207         WS-TOTAL-DISP DELIMITED BY SIZE
963207         INTO REPORT-LINE
963208     WRITE REPORT-LINE
963208     EXIT.
963209 LIST-RECOVERIES.
963209*RECOVERY.DAT is keyed by account and time, so it too reads in
963210*branch order.
963210     MOVE SPACES TO REPORT-LINE
963211     MOVE "RECOVERIES" TO REPORT-LINE
963211     WRITE REPORT-LINE
963212     MOVE SPACES TO REPORT-LINE
963212     STRING "ACCOUNT   DATE            AMOUNT   OUTSTANDING"
963213         DELIMITED BY SIZE
963213         "  OPERATOR" DELIMITED BY SIZE
963214         INTO REPORT-LINE
963214     WRITE REPORT-LINE
963215     MOVE 0 TO WS-PRIOR-BRANCH
963215     MOVE 'N' TO WS-RC-EOF
963216     OPEN INPUT RECOVERY-FILE
963216     IF WS-RC-FILE-STATUS NOT = "00"
963217         MOVE 'Y' TO WS-RC-EOF
963217     END-IF
963218     PERFORM UNTIL WS-RC-EOF = 'Y'
963218         READ RECOVERY-FILE NEXT RECORD
963219             AT END
963219                 MOVE 'Y' TO WS-RC-EOF
963220             NOT AT END
963220                 PERFORM CHECK-ONE-RECOVERY
963221         END-READ
963221     END-PERFORM
963222     IF WS-RC-FILE-STATUS = "00" OR WS-RC-FILE-STATUS = "10"
963222         CLOSE RECOVERY-FILE
963223     END-IF
963223     IF WS-PRIOR-BRANCH > 0
963224         PERFORM PRINT-RC-BRANCH-TOTAL
963224     END-IF
963225     MOVE SPACES TO REPORT-LINE
963225     WRITE REPORT-LINE
963226     EXIT.
963226 CHECK-ONE-RECOVERY.
963227     COMPUTE WS-BRANCH-NUM = RC-ACCT-NUMBER / 100000
963227     COMPUTE WS-ENTRY-MONTH = RC-BUS-DATE / 100
963228     IF WS-BRANCH-NUM > 0 AND WS-ENTRY-MONTH = WS-REPORT-MONTH
963228         IF WS-BRANCH-NUM NOT = WS-PRIOR-BRANCH
963229             IF WS-PRIOR-BRANCH > 0
963229                 PERFORM PRINT-RC-BRANCH-TOTAL
963230             END-IF
963230             MOVE WS-BRANCH-NUM TO WS-PRIOR-BRANCH
963231             PERFORM PRINT-BRANCH-HEADING
963231         END-IF
963232         ADD 1 TO WS-BT-RC-COUNT(WS-BRANCH-NUM)
963232         ADD RC-AMOUNT TO WS-BT-RC-AMOUNT(WS-BRANCH-NUM)
963233         ADD 1 TO WS-RC-COUNT
963233         ADD RC-AMOUNT TO WS-RC-TOTAL
963234         MOVE RC-ACCT-NUMBER TO RD-ACCT-NUMBER
963234         MOVE RC-BUS-DATE TO RD-DATE
963235         MOVE RC-AMOUNT TO RD-AMOUNT
963235         MOVE RC-OUTSTANDING TO RD-OUTSTANDING
963236         MOVE RC-OPERATOR TO RD-OPERATOR
963236         WRITE REPORT-LINE FROM WS-RC-DETAIL-LINE
963237     END-IF
963237     EXIT.
963238 PRINT-RC-BRANCH-TOTAL.
963238     MOVE WS-BT-RC-AMOUNT(WS-PRIOR-BRANCH) TO WS-TOTAL-DISP
963239     MOVE SPACES TO REPORT-LINE
963239     STRING "  BRANCH TOTAL  RECOVERIES: " DELIMITED BY SIZE
963240         WS-BT-RC-COUNT(WS-PRIOR-BRANCH) DELIMITED BY SIZE
963240         "  AMOUNT: " DELIMITED BY SIZE
963241         WS-TOTAL-DISP DELIMITED BY SIZE
963241         INTO REPORT-LINE
963242     WRITE REPORT-LINE
963242     EXIT.
963243 PRINT-BRANCH-HEADING.
963243     PERFORM READ-BRANCH-NAME
963244     MOVE SPACES TO REPORT-LINE
963244     STRING "BRANCH " DELIMITED BY SIZE
963245         WS-PRIOR-BRANCH DELIMITED BY SIZE
963245         "  " DELIMITED BY SIZE
963246         BR-NAME DELIMITED BY SIZE
963246         INTO REPORT-LINE
963247     WRITE REPORT-LINE
963247     EXIT.
963248 READ-BRANCH-NAME.
963248     MOVE SPACES TO BR-NAME
963249     IF WS-BRCH-FILE-STATUS = "00"
963249         MOVE WS-PRIOR-BRANCH TO BR-NUMBER
963250         READ BRANCH-MASTER-FILE
963250             INVALID KEY
963251                 MOVE "NOT ON BRANCH MASTER" TO BR-NAME
963251             NOT INVALID KEY
963252                 CONTINUE
963252         END-READ
963253     END-IF
963253     EXIT.
963254 PRINT-BRANCH-SUMMARY.
963254     MOVE SPACES TO REPORT-LINE
963255     MOVE "SUMMARY BY BRANCH" TO REPORT-LINE
963255     WRITE REPORT-LINE
963256     MOVE SPACES TO REPORT-LINE
963256     STRING "BR   BRANCH NAME       CHARGED OFF MONTH"
963257         DELIMITED BY SIZE
963257         "  RECOVERED MONTH     OUTSTANDING" DELIMITED BY SIZE
963258         INTO REPORT-LINE
963258     WRITE REPORT-LINE
963259     PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
963259         UNTIL WS-BRANCH-IX > 999
963260         IF WS-BT-CO-COUNT(WS-BRANCH-IX) > 0
963260             OR WS-BT-RC-COUNT(WS-BRANCH-IX) > 0
963261             OR WS-BT-OUTSTANDING(WS-BRANCH-IX) NOT = 0
963261             PERFORM PRINT-ONE-BRANCH
963262         END-IF
963262     END-PERFORM
963263     EXIT.
963263 PRINT-ONE-BRANCH.
963264     ADD 1 TO WS-BRANCHES-SHOWN
963264     MOVE WS-BRANCH-IX TO WS-PRIOR-BRANCH
963265     PERFORM READ-BRANCH-NAME
963265     MOVE WS-BRANCH-IX TO SM-BRANCH
963266     MOVE BR-NAME TO SM-NAME
963266     MOVE WS-BT-CO-COUNT(WS-BRANCH-IX) TO SM-CO-COUNT
963267     MOVE WS-BT-CO-AMOUNT(WS-BRANCH-IX) TO SM-CO-AMOUNT
963267     MOVE WS-BT-RC-COUNT(WS-BRANCH-IX) TO SM-RC-COUNT
963268     MOVE WS-BT-RC-AMOUNT(WS-BRANCH-IX) TO SM-RC-AMOUNT
963268     MOVE WS-BT-OUTSTANDING(WS-BRANCH-IX) TO SM-OUTSTANDING
963269     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
963269     EXIT.
963270 PRINT-REPORT-HEADER.
963270     MOVE SPACES TO REPORT-LINE
963271     STRING "CHARGE-OFF AND RECOVERY REPORT  MONTH: "
963271         DELIMITED BY SIZE
963272         WS-REPORT-MONTH DELIMITED BY SIZE
963272         "  BUSINESS DATE: " DELIMITED BY SIZE
963273         WS-BUSINESS-DATE DELIMITED BY SIZE
963273         INTO REPORT-LINE
963274     WRITE REPORT-LINE
963274     MOVE SPACES TO REPORT-LINE
963275     WRITE REPORT-LINE
963275     EXIT.
963276 PRINT-REPORT-TRAILER.
963276     MOVE SPACES TO REPORT-LINE
963277     WRITE REPORT-LINE
963277     MOVE WS-CO-TOTAL TO WS-TOTAL-DISP
963278     STRING "CHARGED OFF THIS MONTH: " DELIMITED BY SIZE
963278         WS-CO-COUNT DELIMITED BY SIZE
963279         "  TOTAL: " DELIMITED BY SIZE
963279         WS-TOTAL-DISP DELIMITED BY SIZE
963280         INTO REPORT-LINE
963280     WRITE REPORT-LINE
963281     MOVE SPACES TO REPORT-LINE
963281     MOVE WS-RC-TOTAL TO WS-TOTAL-DISP
963282     STRING "RECOVERED THIS MONTH  : " DELIMITED BY SIZE
963282         WS-RC-COUNT DELIMITED BY SIZE
963283         "  TOTAL: " DELIMITED BY SIZE
963283         WS-TOTAL-DISP DELIMITED BY SIZE
963284         INTO REPORT-LINE
963284     WRITE REPORT-LINE
963285     MOVE SPACES TO REPORT-LINE
963285     MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-DISP
963286     STRING "OUTSTANDING CHARGED-OFF BALANCES: " DELIMITED BY SIZE
963286         WS-TOTAL-DISP DELIMITED BY SIZE
963287         "  BRANCHES: " DELIMITED BY SIZE
963287         WS-BRANCHES-SHOWN DELIMITED BY SIZE
963288         INTO REPORT-LINE
963288     WRITE REPORT-LINE
963289     EXIT.
