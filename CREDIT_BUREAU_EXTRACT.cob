978001 IDENTIFICATION DIVISION.
978001 PROGRAM-ID. CREDIT_BUREAU_EXTRACT.
978002 AUTHOR. ELYZ.
978002 ENVIRONMENT DIVISION.
978003 INPUT-OUTPUT SECTION.
978003 FILE-CONTROL.
978004     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
978004         ORGANIZATION IS INDEXED
978005         ACCESS MODE IS DYNAMIC
978005         RECORD KEY IS ACCT-NUMBER
978006         FILE STATUS IS WS-ACCT-FILE-STATUS.
978006     SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
978007         ORGANIZATION IS INDEXED
978007         ACCESS MODE IS DYNAMIC
978008         RECORD KEY IS LN-KEY
978008         FILE STATUS IS WS-LOAN-FILE-STATUS.
978009     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
978009         ORGANIZATION IS INDEXED
978010         ACCESS MODE IS DYNAMIC
978010         RECORD KEY IS OWN-KEY
978011         ALTERNATE RECORD KEY IS OWN-CUST-ID
978011             WITH DUPLICATES
978012         FILE STATUS IS WS-OWNR-FILE-STATUS.
978012     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
978013         ORGANIZATION IS INDEXED
978013         ACCESS MODE IS DYNAMIC
978014         RECORD KEY IS CUST-ID
978014         FILE STATUS IS WS-CUST-FILE-STATUS.
978015     SELECT TRANSACTION-LEDGER-FILE ASSIGN TO "TRANLOG.DAT"
978015         ORGANIZATION IS INDEXED
978016         ACCESS MODE IS DYNAMIC
978016         RECORD KEY IS TRAN-ID
978017         ALTERNATE RECORD KEY IS TRAN-ACCT-NUMBER
978017             WITH DUPLICATES
978018         FILE STATUS IS WS-TRAN-FILE-STATUS.
978018     SELECT CREDIT-REPORT-FILE ASSIGN TO "CRBACCT.DAT"
978019         ORGANIZATION IS INDEXED
978019         ACCESS MODE IS DYNAMIC
978020         RECORD KEY IS CRA-ACCT-NUMBER
978020         FILE STATUS IS WS-CRA-FILE-STATUS.
978021     SELECT BUREAU-FILE ASSIGN TO "CRBUREAU.DAT"
978021         ORGANIZATION IS LINE SEQUENTIAL.
978022     SELECT REPORT-FILE ASSIGN TO "CRBRPT.TXT"
978022         ORGANIZATION IS LINE SEQUENTIAL.
978023 DATA DIVISION.
978023 FILE SECTION.
978024 FD  ACCOUNT-MASTER-FILE.
978024     COPY ACCTREC.
978025 FD  LOAN-SCHEDULE-FILE.
978025     COPY LOANREC.
978026 FD  OWNER-XREF-FILE.
978026     COPY OWNRREC.
978027 FD  CUSTOMER-MASTER-FILE.
978027     COPY CUSTREC.
978028 FD  TRANSACTION-LEDGER-FILE.
978028     COPY TRANREC.
978029 FD  CREDIT-REPORT-FILE.
978029     COPY CRBAREC.
978030 FD  BUREAU-FILE.
978030 01  BUREAU-LINE             PIC X(826).
978031 FD  REPORT-FILE.
978031 01  REPORT-LINE             PIC X(80).
978032 WORKING-STORAGE SECTION.
978032     COPY CRBREC.
978033 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
978033 01  WS-LOAN-FILE-STATUS     PIC XX VALUE "00".
978034 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
978034 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
978035 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
978035 01  WS-CRA-FILE-STATUS      PIC XX VALUE "00".
978036 01  WS-ACCT-EOF             PIC X VALUE 'N'.
978036 01  WS-LOAN-EOF             PIC X VALUE 'N'.
978037 01  WS-OWNER-EOF            PIC X VALUE 'N'.
978037 01  WS-TRAN-EOF             PIC X VALUE 'N'.
978038 01  WS-BUSINESS-DATE        PIC 9(8).
978038 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
978039 01  WS-RUN-DATE             PIC 9(8).
978039 01  WS-RUN-TIME             PIC 9(8).
978040 01  WS-MONTH-START          PIC 9(8).
978040 01  WS-DATE-INT             PIC 9(8).
978041*Identifiers the bureaus assign to the bank as a data furnisher,
978041*and the reporter details carried on the header record.  The file
978042*is not produced without a furnisher identification.
978042 01  WS-FURNISHER-ID         PIC X(20) VALUE SPACES.
978043 01  WS-EQUIFAX-ID           PIC X(10) VALUE SPACES.
978043 01  WS-EXPERIAN-ID          PIC X(5) VALUE SPACES.
978044 01  WS-TRANSUNION-ID        PIC X(10) VALUE SPACES.
978044 01  WS-INNOVIS-ID           PIC X(10) VALUE SPACES.
978045 01  WS-REPORTER-NAME        PIC X(40) VALUE SPACES.
978045 01  WS-REPORTER-ADDR        PIC X(96) VALUE SPACES.
978046 01  WS-REPORTER-PHONE       PIC X(10) VALUE SPACES.
978046*Date reporting began under this program, sent as the program
978047*date on the header record.
978047 01  WS-PROGRAM-DATE         PIC 9(8) VALUE 20261015.
978048 01  WS-YMD-DATE.
978048     05  WS-YMD-YYYY             PIC 9(4).
978049     05  WS-YMD-MM               PIC 9(2).
978049     05  WS-YMD-DD               PIC 9(2).
978050 01  WS-YMD-NUM REDEFINES WS-YMD-DATE
978050                             PIC 9(8).
978051 01  WS-MDY-DATE.
978051     05  WS-MDY-MM               PIC 9(2).
978052     05  WS-MDY-DD               PIC 9(2).
978052     05  WS-MDY-YYYY             PIC 9(4).
978053 01  WS-MDY-NUM REDEFINES WS-MDY-DATE
978053                             PIC 9(8).
978054*Entry 1 is the date of account information; entries 2 to 25 are
978054*the ends of the 24 months before it, most recent first.  Each
978055*holds the most days any installment was past due on that date.
978055 01  WS-HIST-IX              PIC 9(2).
978056 01  WS-HIST-TABLE.
978056     05  WS-HIST-ENTRY OCCURS 25.
978057         10  WS-HT-END-DATE      PIC 9(8).
978057         10  WS-HT-END-INT       PIC 9(8).
978058         10  WS-HT-DAYS          PIC S9(5).
978058 01  WS-DUE-INT              PIC 9(8).
978059 01  WS-DAYS-PAST            PIC S9(5).
978059 01  WS-ROW-PAID-DATE        PIC 9(8).
978060 01  WS-ROW-COUNT            PIC 9(4).
978060 01  WS-PAST-DUE             PIC S9(9)V99 COMP-3.
978061 01  WS-FIRST-DELINQ         PIC 9(8).
978061 01  WS-LAST-PAID-DATE       PIC 9(8).
978062 01  WS-LAST-PMT-DATE        PIC 9(8).
978062 01  WS-FIRST-OPEN-PMT       PIC S9(9)V99 COMP-3.
978063 01  WS-NEXT-PMT             PIC S9(9)V99 COMP-3.
978063 01  WS-ACTUAL-PMT           PIC S9(9)V99 COMP-3.
978064 01  WS-LEDGER-CR            PIC S9(11)V99 COMP-3.
978064 01  WS-LEDGER-DR            PIC S9(11)V99 COMP-3.
978065 01  WS-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.
978065 01  WS-TRAN-DATE            PIC 9(8).
978066 01  WS-LOAN-CLOSED          PIC X VALUE 'N'.
978066 01  WS-LOAN-OK              PIC X VALUE 'Y'.
978067 01  WS-CRA-FOUND            PIC X VALUE 'N'.
978067 01  WS-CRA-SEEDED           PIC X VALUE 'N'.
978068 01  WS-STATUS-CODE          PIC X(2).
978068 01  WS-PRIMARY-CUST         PIC 9(6).
978069 01  WS-CO-COUNT             PIC 9.
978069 01  WS-CO-IX                PIC 9.
978070 01  WS-CO-CUST              PIC 9(6) OCCURS 4.
978070 01  WS-J1-COUNT             PIC 9.
978071 01  WS-DIGIT-SOURCE         PIC X(12).
978071 01  WS-DIGITS               PIC X(12).
978072 01  WS-DIGIT-COUNT          PIC 9(2).
978072 01  WS-CHAR-IX              PIC 9(2).
978073 01  WS-SSN-CHECK.
978073     05  WS-SSN-AREA             PIC 9(3).
978074     05  WS-SSN-GROUP            PIC 9(2).
978074     05  WS-SSN-SERIAL           PIC 9(4).
978075 01  WS-SSN-CHECK-NUM REDEFINES WS-SSN-CHECK
978075                             PIC 9(9).
978076 01  WS-SSN-VALID            PIC X VALUE 'N'.
978076 01  WS-PHONE-NUM            PIC 9(10).
978077 01  WS-REASON               PIC X(40).
978077 01  WS-REPORT-ACTION        PIC X(8).
978078 01  WS-REPORT-CUST          PIC 9(6).
978078 01  WS-LOANS-READ           PIC 9(7) VALUE 0.
978079 01  WS-BASE-COUNT           PIC 9(7) VALUE 0.
978079 01  WS-J1-TOTAL             PIC 9(7) VALUE 0.
978080 01  WS-EXCLUDED-COUNT       PIC 9(7) VALUE 0.
978080 01  WS-WARNING-COUNT        PIC 9(7) VALUE 0.
978081 01  WS-DISPUTE-COUNT        PIC 9(7) VALUE 0.
978081 01  WS-SEEDED-COUNT         PIC 9(7) VALUE 0.
978082 01  WS-ST-11                PIC 9(7) VALUE 0.
978082 01  WS-ST-13                PIC 9(7) VALUE 0.
978083 01  WS-ST-71                PIC 9(7) VALUE 0.
978083 01  WS-ST-78                PIC 9(7) VALUE 0.
978084 01  WS-ST-80                PIC 9(7) VALUE 0.
978084 01  WS-ST-82                PIC 9(7) VALUE 0.
978085 01  WS-ST-83                PIC 9(7) VALUE 0.
978085 01  WS-ST-84                PIC 9(7) VALUE 0.
978086 01  WS-SSN-BASE             PIC 9(7) VALUE 0.
978086 01  WS-SSN-J1               PIC 9(7) VALUE 0.
978087 01  WS-DOB-BASE             PIC 9(7) VALUE 0.
978087 01  WS-DOB-J1               PIC 9(7) VALUE 0.
978088 01  WS-PHONE-COUNT          PIC 9(7) VALUE 0.
978088 01  WS-COUNT-DISP           PIC Z(6)9.
978089 01  WS-DETAIL-LINE.
978089     05  DT-ACCT-NUMBER          PIC 9(8).
978090     05  FILLER                  PIC X(2) VALUE SPACES.
978090     05  DT-CUST-ID              PIC 9(6).
978091     05  FILLER                  PIC X(2) VALUE SPACES.
978091     05  DT-ACTION               PIC X(8).
978092     05  FILLER                  PIC X(2) VALUE SPACES.
978092     05  DT-REASON               PIC X(40).
978093 PROCEDURE DIVISION.
978093 MAIN-PARA.
978094     PERFORM SET-BUSINESS-DATE
978094     PERFORM READ-FURNISHER-DETAILS
978095     OPEN OUTPUT REPORT-FILE
978095     PERFORM PRINT-REPORT-HEADER
978096     IF WS-FURNISHER-ID = SPACES
978096         MOVE "CRB-FURNISHER-ID NOT SET - NO FILE PRODUCED"
978097             TO REPORT-LINE
978097         WRITE REPORT-LINE
978098         DISPLAY "Furnisher identification (CRB-FURNISHER-ID)"
978098             " is not set - bureau file not produced."
978099         MOVE 8 TO RETURN-CODE
978099     ELSE
978100         PERFORM BUILD-HISTORY-DATES
978100         OPEN INPUT ACCOUNT-MASTER-FILE
978101         OPEN INPUT LOAN-SCHEDULE-FILE
978101         OPEN INPUT OWNER-XREF-FILE
978102         OPEN INPUT CUSTOMER-MASTER-FILE
978102         OPEN INPUT TRANSACTION-LEDGER-FILE
978103         PERFORM OPEN-CREDIT-REPORT-IO
978103         OPEN OUTPUT BUREAU-FILE
978104         PERFORM WRITE-HEADER-RECORD
978104         PERFORM UNTIL WS-ACCT-EOF = 'Y'
978105             READ ACCOUNT-MASTER-FILE NEXT RECORD
978105                 AT END
978106                     MOVE 'Y' TO WS-ACCT-EOF
978106                 NOT AT END
978107                     IF ACCT-TYPE = "LOAN"
978107                         PERFORM SELECT-LOAN
978108                     END-IF
978108             END-READ
978109         END-PERFORM
978109         PERFORM WRITE-TRAILER-RECORD
978110         CLOSE BUREAU-FILE
978110         CLOSE CREDIT-REPORT-FILE
978111         CLOSE TRANSACTION-LEDGER-FILE
978111         CLOSE CUSTOMER-MASTER-FILE
978112         CLOSE OWNER-XREF-FILE
978112         CLOSE LOAN-SCHEDULE-FILE
978113         CLOSE ACCOUNT-MASTER-FILE
978113     END-IF
978114     PERFORM PRINT-REPORT-TRAILER
978114     CLOSE REPORT-FILE
978115     DISPLAY "Loans read        : " WS-LOANS-READ
978115     DISPLAY "Base records      : " WS-BASE-COUNT
978116     DISPLAY "Co-borrowers (J1) : " WS-J1-TOTAL
978116     DISPLAY "Loans excluded    : " WS-EXCLUDED-COUNT
978117     GOBACK.
978117 SET-BUSINESS-DATE.
978118     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
978118     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
978119     IF WS-BUS-DATE-ENV NOT = SPACES
978119         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
978120         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
978120             TO WS-BUSINESS-DATE
978121     END-IF
978121     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
978122     ACCEPT WS-RUN-TIME FROM TIME
978122     COMPUTE WS-MONTH-START =
978123         (WS-BUSINESS-DATE / 100) * 100 + 1
978123     EXIT.
978124 READ-FURNISHER-DETAILS.
978124     ACCEPT WS-FURNISHER-ID FROM ENVIRONMENT "CRB-FURNISHER-ID"
978125     ACCEPT WS-EQUIFAX-ID FROM ENVIRONMENT "CRB-EQUIFAX-ID"
978125     ACCEPT WS-EXPERIAN-ID FROM ENVIRONMENT "CRB-EXPERIAN-ID"
978126     ACCEPT WS-TRANSUNION-ID FROM ENVIRONMENT "CRB-TRANSUNION-ID"
978126     ACCEPT WS-INNOVIS-ID FROM ENVIRONMENT "CRB-INNOVIS-ID"
978127     ACCEPT WS-REPORTER-NAME FROM ENVIRONMENT "CRB-REPORTER-NAME"
978127     ACCEPT WS-REPORTER-ADDR FROM ENVIRONMENT "CRB-REPORTER-ADDR"
978128     ACCEPT WS-REPORTER-PHONE
978128         FROM ENVIRONMENT "CRB-REPORTER-PHONE"
978129     EXIT.
978129 OPEN-CREDIT-REPORT-IO.
978130     OPEN I-O CREDIT-REPORT-FILE
978130     IF WS-CRA-FILE-STATUS = "35"
978131         OPEN OUTPUT CREDIT-REPORT-FILE
978131         CLOSE CREDIT-REPORT-FILE
978132         OPEN I-O CREDIT-REPORT-FILE
978132     END-IF
978133     EXIT.
978133 BUILD-HISTORY-DATES.
978134*Each month end is the day before the first of the month after it.
978134     MOVE WS-BUSINESS-DATE TO WS-HT-END-DATE(1)
978135     COMPUTE WS-HT-END-INT(1) =
978135         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
978136     MOVE WS-MONTH-START TO WS-YMD-NUM
978136     PERFORM VARYING WS-HIST-IX FROM 2 BY 1
978137         UNTIL WS-HIST-IX > 25
978137         COMPUTE WS-HT-END-INT(WS-HIST-IX) =
978138             FUNCTION INTEGER-OF-DATE(WS-YMD-NUM) - 1
978138         COMPUTE WS-HT-END-DATE(WS-HIST-IX) =
978139             FUNCTION DATE-OF-INTEGER(WS-HT-END-INT(WS-HIST-IX))
978139         MOVE WS-HT-END-DATE(WS-HIST-IX) TO WS-YMD-NUM
978140         MOVE 1 TO WS-YMD-DD
978140     END-PERFORM
978141     EXIT.
978141 FORMAT-MDY.
978142*Converts WS-YMD-NUM (YYYYMMDD) to WS-MDY-NUM (MMDDYYYY); zero
978142*stays zero.
978143     IF WS-YMD-NUM = 0
978143         MOVE 0 TO WS-MDY-NUM
978144     ELSE
978144         MOVE WS-YMD-MM TO WS-MDY-MM
978145         MOVE WS-YMD-DD TO WS-MDY-DD
978145         MOVE WS-YMD-YYYY TO WS-MDY-YYYY
978146     END-IF
978146     EXIT.
978147 WRITE-HEADER-RECORD.
978147     MOVE SPACES TO CREDIT-BUREAU-RECORD
978148     MOVE 426 TO CBR-RDW
978148     MOVE "HEADER" TO CBH-RECORD-ID
978149     MOVE WS-INNOVIS-ID TO CBH-INNOVIS-ID
978149     MOVE WS-EQUIFAX-ID TO CBH-EQUIFAX-ID
978150     MOVE WS-EXPERIAN-ID TO CBH-EXPERIAN-ID
978150     MOVE WS-TRANSUNION-ID TO CBH-TRANSUNION-ID
978151     MOVE WS-BUSINESS-DATE TO WS-YMD-NUM
978151     PERFORM FORMAT-MDY
978152     MOVE WS-MDY-NUM TO CBH-ACTIVITY-DATE
978152     MOVE WS-RUN-DATE TO WS-YMD-NUM
978153     PERFORM FORMAT-MDY
978153     MOVE WS-MDY-NUM TO CBH-DATE-CREATED
978154     MOVE WS-PROGRAM-DATE TO WS-YMD-NUM
978154     PERFORM FORMAT-MDY
978155     MOVE WS-MDY-NUM TO CBH-PROGRAM-DATE
978155     MOVE WS-MDY-NUM TO CBH-REVISION-DATE
978156     MOVE WS-REPORTER-NAME TO CBH-REPORTER-NAME
978156     MOVE WS-REPORTER-ADDR TO CBH-REPORTER-ADDR
978157     MOVE WS-REPORTER-PHONE TO CBH-REPORTER-PHONE
978157     WRITE BUREAU-LINE FROM CREDIT-BUREAU-RECORD
978158     EXIT.
978158 SELECT-LOAN.
978159*Open loans are reported every month.  A loan closed since it was
978159*last reported goes out once more as paid and closed; a rerun for
978160*the same date sends it again.
978160     ADD 1 TO WS-LOANS-READ
978161     PERFORM FIND-CREDIT-REPORT
978161     MOVE 'N' TO WS-LOAN-CLOSED
978162     EVALUATE TRUE
978162         WHEN ACCT-STATUS = 'O'
978163             PERFORM PROCESS-LOAN
978163         WHEN ACCT-STATUS = 'C'
978164             IF WS-CRA-FOUND = 'Y'
978164                 AND CRA-LAST-REPORT-DATE NOT = 0
978165                 AND (CRA-LAST-STATUS NOT = "13"
978165                     OR CRA-LAST-REPORT-DATE = WS-BUSINESS-DATE)
978166                 MOVE 'Y' TO WS-LOAN-CLOSED
978166                 PERFORM PROCESS-LOAN
978167             END-IF
978167         WHEN OTHER
978168             MOVE ACCT-CUST-ID TO WS-REPORT-CUST
978168             MOVE SPACES TO WS-REASON
978169             STRING "ACCOUNT STATUS " DELIMITED BY SIZE
978169                 ACCT-STATUS DELIMITED BY SIZE
978170                 " NOT REPORTABLE" DELIMITED BY SIZE
978170                 INTO WS-REASON
978171             PERFORM REPORT-EXCLUSION
978171             ADD 1 TO WS-EXCLUDED-COUNT
978172     END-EVALUATE
978172     EXIT.
978173 FIND-CREDIT-REPORT.
978173     MOVE ACCT-NUMBER TO CRA-ACCT-NUMBER
978174     MOVE 'Y' TO WS-CRA-FOUND
978174     READ CREDIT-REPORT-FILE
978175         INVALID KEY
978175             MOVE 'N' TO WS-CRA-FOUND
978176             MOVE ACCT-NUMBER TO CRA-ACCT-NUMBER
978176             MOVE 0 TO CRA-ORIG-AMOUNT
978177             MOVE SPACES TO CRA-DISPUTE-CODE
978177             MOVE 0 TO CRA-DISPUTE-DATE
978178             MOVE SPACES TO CRA-DISPUTE-NOTE
978178             MOVE "CRBUREAU" TO CRA-CHANGED-BY
978179             MOVE WS-BUSINESS-DATE TO CRA-CHANGED-DATE
978179             MOVE 0 TO CRA-LAST-REPORT-DATE
978180             MOVE SPACES TO CRA-LAST-STATUS
978180     END-READ
978181     EXIT.
978181 PROCESS-LOAN.
978182     MOVE 'Y' TO WS-LOAN-OK
978182     PERFORM SCAN-LOAN-SCHEDULE
978183     PERFORM SCAN-LOAN-LEDGER
978183     PERFORM LOAD-BORROWERS
978184     IF WS-ROW-COUNT = 0
978184         MOVE WS-PRIMARY-CUST TO WS-REPORT-CUST
978185         MOVE "NO PAYMENT SCHEDULE ON FILE" TO WS-REASON
978185         PERFORM REPORT-EXCLUSION
978186         MOVE 'N' TO WS-LOAN-OK
978186     END-IF
978187     PERFORM CHECK-PRIMARY-BORROWER
978187     IF WS-LOAN-OK = 'N'
978188         ADD 1 TO WS-EXCLUDED-COUNT
978188     ELSE
978189         PERFORM SEED-ORIGINAL-AMOUNT
978189         PERFORM BUILD-BASE-SEGMENT
978190         MOVE 0 TO WS-J1-COUNT
978190         PERFORM VARYING WS-CO-IX FROM 1 BY 1
978191             UNTIL WS-CO-IX > WS-CO-COUNT
978191             PERFORM BUILD-J1-SEGMENT
978192         END-PERFORM
978192         IF WS-J1-COUNT > 0
978193             MOVE '2' TO CBB-ECOA-CODE
978193         END-IF
978194         COMPUTE CBR-RDW = 426 + (100 * WS-J1-COUNT)
978194         WRITE BUREAU-LINE FROM CREDIT-BUREAU-RECORD
978195         ADD 1 TO WS-BASE-COUNT
978195         ADD WS-J1-COUNT TO WS-J1-TOTAL
978196         PERFORM COUNT-ACCOUNT-STATUS
978196         PERFORM SAVE-CREDIT-REPORT
978197     END-IF
978197     EXIT.
978198 SCAN-LOAN-SCHEDULE.
978198     MOVE 0 TO WS-ROW-COUNT
978199     MOVE 0 TO WS-PAST-DUE
978199     MOVE 99999999 TO WS-FIRST-DELINQ
978200     MOVE 0 TO WS-LAST-PAID-DATE
978200     MOVE 0 TO WS-LAST-PMT-DATE
978201     MOVE 0 TO WS-FIRST-OPEN-PMT
978201     MOVE 0 TO WS-NEXT-PMT
978202     PERFORM VARYING WS-HIST-IX FROM 1 BY 1
978202         UNTIL WS-HIST-IX > 25
978203         MOVE 0 TO WS-HT-DAYS(WS-HIST-IX)
978203     END-PERFORM
978204     MOVE 'N' TO WS-LOAN-EOF
978204     MOVE ACCT-NUMBER TO LN-ACCT-NUMBER
978205     MOVE 0 TO LN-PAYMENT-NUM
978205     START LOAN-SCHEDULE-FILE KEY IS >= LN-KEY
978206         INVALID KEY
978206             MOVE 'Y' TO WS-LOAN-EOF
978207     END-START
978207     PERFORM UNTIL WS-LOAN-EOF = 'Y'
978208         READ LOAN-SCHEDULE-FILE NEXT RECORD
978208             AT END
978209                 MOVE 'Y' TO WS-LOAN-EOF
978209             NOT AT END
978210                 IF LN-ACCT-NUMBER NOT = ACCT-NUMBER
978210                     MOVE 'Y' TO WS-LOAN-EOF
978211                 ELSE
978211                     PERFORM AGE-INSTALLMENT
978212                 END-IF
978212         END-READ
978213     END-PERFORM
978213     EXIT.
978214 AGE-INSTALLMENT.
978214*An installment counts as past due at a month end when it fell due
978215*before that date and had not been paid in full by it.
978215     ADD 1 TO WS-ROW-COUNT
978216     COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(LN-DUE-DATE)
978216     IF LN-STATUS = 'P'
978217         IF LN-PAID-DATE = 0
978217             MOVE LN-DUE-DATE TO WS-ROW-PAID-DATE
978218         ELSE
978218             MOVE LN-PAID-DATE TO WS-ROW-PAID-DATE
978219             IF LN-PAID-DATE > WS-LAST-PMT-DATE
978219                 MOVE LN-PAID-DATE TO WS-LAST-PMT-DATE
978220             END-IF
978220         END-IF
978221         IF WS-ROW-PAID-DATE > WS-LAST-PAID-DATE
978221             MOVE WS-ROW-PAID-DATE TO WS-LAST-PAID-DATE
978222         END-IF
978222     ELSE
978223         MOVE 99999999 TO WS-ROW-PAID-DATE
978223         IF WS-FIRST-OPEN-PMT = 0
978224             COMPUTE WS-FIRST-OPEN-PMT =
978224                 LN-PRINCIPAL + LN-INTEREST
978225         END-IF
978225         IF WS-NEXT-PMT = 0
978226             AND LN-DUE-DATE NOT < WS-BUSINESS-DATE
978226             COMPUTE WS-NEXT-PMT = LN-PRINCIPAL + LN-INTEREST
978227         END-IF
978227         IF LN-DUE-DATE < WS-BUSINESS-DATE
978228             ADD LN-PRINCIPAL TO WS-PAST-DUE
978228             ADD LN-INTEREST TO WS-PAST-DUE
978229             ADD LN-LATE-FEE TO WS-PAST-DUE
978229             IF LN-DUE-DATE < WS-FIRST-DELINQ
978230                 MOVE LN-DUE-DATE TO WS-FIRST-DELINQ
978230             END-IF
978231         END-IF
978231     END-IF
978232     PERFORM VARYING WS-HIST-IX FROM 1 BY 1
978232         UNTIL WS-HIST-IX > 25
978233         IF LN-DUE-DATE < WS-HT-END-DATE(WS-HIST-IX)
978233             AND WS-ROW-PAID-DATE > WS-HT-END-DATE(WS-HIST-IX)
978234             COMPUTE WS-DAYS-PAST =
978234                 WS-HT-END-INT(WS-HIST-IX) - WS-DUE-INT
978235             IF WS-DAYS-PAST > WS-HT-DAYS(WS-HIST-IX)
978235                 MOVE WS-DAYS-PAST TO WS-HT-DAYS(WS-HIST-IX)
978236             END-IF
978236         END-IF
978237     END-PERFORM
978237     EXIT.
978238 SCAN-LOAN-LEDGER.
978238*Payments are the credits to the loan that still stand, posted
980099*under LNPY or, for a payment taken in cash, CLPY; the ledger as
978239*a whole gives back the amount lent for a loan opened before it
978239*was kept on CRBACCT.
978240     MOVE 0 TO WS-ACTUAL-PMT
978240     MOVE 0 TO WS-LEDGER-CR
978241     MOVE 0 TO WS-LEDGER-DR
978241     MOVE 'N' TO WS-TRAN-EOF
978242     MOVE ACCT-NUMBER TO TRAN-ACCT-NUMBER
978242     START TRANSACTION-LEDGER-FILE KEY IS = TRAN-ACCT-NUMBER
978243         INVALID KEY
978243             MOVE 'Y' TO WS-TRAN-EOF
978244     END-START
978244     PERFORM UNTIL WS-TRAN-EOF = 'Y'
978245         READ TRANSACTION-LEDGER-FILE NEXT RECORD
978245             AT END
978246                 MOVE 'Y' TO WS-TRAN-EOF
978246             NOT AT END
978247                 IF TRAN-ACCT-NUMBER NOT = ACCT-NUMBER
978247                     MOVE 'Y' TO WS-TRAN-EOF
978248                 ELSE
978248                     PERFORM TAKE-LEDGER-ENTRY
978249                 END-IF
978249         END-READ
978250     END-PERFORM
978250     EXIT.
978251 TAKE-LEDGER-ENTRY.
978251     IF TRAN-TYPE = "CR"
978252         ADD TRAN-AMOUNT TO WS-LEDGER-CR
978252     ELSE
978253         ADD TRAN-AMOUNT TO WS-LEDGER-DR
978253     END-IF
978254     IF (TRAN-CODE = "LNPY" OR TRAN-CODE = "CLPY")
980099         AND TRAN-TYPE = "CR"
978254         AND TRAN-STATUS NOT = 'R'
978255         AND TRAN-REVERSAL-OF = 0
978255         COMPUTE WS-TRAN-DATE = TRAN-TIMESTAMP / 1000000
978256         IF WS-TRAN-DATE NOT > WS-BUSINESS-DATE
978256             IF WS-TRAN-DATE > WS-LAST-PMT-DATE
978257                 MOVE WS-TRAN-DATE TO WS-LAST-PMT-DATE
978257             END-IF
978258             IF WS-TRAN-DATE NOT < WS-MONTH-START
978258                 ADD TRAN-AMOUNT TO WS-ACTUAL-PMT
978259             END-IF
978259         END-IF
978260     END-IF
978260     EXIT.
978261 LOAD-BORROWERS.
978261*The primary owner is the borrower; each secondary owner is a
978262*co-borrower reported in a J1 segment.
978262     MOVE 0 TO WS-PRIMARY-CUST
978263     MOVE 0 TO WS-CO-COUNT
978263     MOVE 'N' TO WS-OWNER-EOF
978264     MOVE ACCT-NUMBER TO OWN-ACCT-NUMBER
978264     MOVE 0 TO OWN-CUST-ID
978265     START OWNER-XREF-FILE KEY IS >= OWN-KEY
978265         INVALID KEY
978266             MOVE 'Y' TO WS-OWNER-EOF
978266     END-START
978267     PERFORM UNTIL WS-OWNER-EOF = 'Y'
978267         READ OWNER-XREF-FILE NEXT RECORD
978268             AT END
978268                 MOVE 'Y' TO WS-OWNER-EOF
978269             NOT AT END
978269                 IF OWN-ACCT-NUMBER NOT = ACCT-NUMBER
978270                     MOVE 'Y' TO WS-OWNER-EOF
978270                 ELSE
978271                     PERFORM TAKE-OWNER
978271                 END-IF
978272         END-READ
978272     END-PERFORM
978273     IF WS-PRIMARY-CUST = 0
978273         MOVE ACCT-CUST-ID TO WS-PRIMARY-CUST
978274     END-IF
978274     EXIT.
978275 TAKE-OWNER.
978275     IF OWN-ROLE = 'P'
978276         MOVE OWN-CUST-ID TO WS-PRIMARY-CUST
978276     ELSE
978277         IF WS-CO-COUNT < 4
978277             ADD 1 TO WS-CO-COUNT
978278             MOVE OWN-CUST-ID TO WS-CO-CUST(WS-CO-COUNT)
978278         ELSE
978279             MOVE OWN-CUST-ID TO WS-REPORT-CUST
978279             MOVE "CO-BORROWER NOT SENT - MORE THAN FOUR"
978280                 TO WS-REASON
978280             PERFORM REPORT-WARNING
978281         END-IF
978281     END-IF
978282     EXIT.
978282 CHECK-PRIMARY-BORROWER.
978283*The bureaus cannot match a loan to a consumer without the name,
978283*a valid SSN and a full address, so a loan missing any of them is
978284*left out and listed for correction.
978284     MOVE WS-PRIMARY-CUST TO WS-REPORT-CUST
978285     MOVE WS-PRIMARY-CUST TO CUST-ID
978285     READ CUSTOMER-MASTER-FILE
978286         INVALID KEY
978286             MOVE "BORROWER NOT ON CUSTOMER MASTER" TO WS-REASON
978287             PERFORM REPORT-EXCLUSION
978287             MOVE 'N' TO WS-LOAN-OK
978288     END-READ
978288     IF WS-CUST-FILE-STATUS = "00"
978289         IF CUST-LAST-NAME = SPACES OR CUST-FIRST-NAME = SPACES
978289             MOVE "BORROWER NAME MISSING" TO WS-REASON
978290             PERFORM REPORT-EXCLUSION
978290             MOVE 'N' TO WS-LOAN-OK
978291         END-IF
978291         MOVE CUST-SSN TO WS-SSN-CHECK-NUM
978292         PERFORM CHECK-SSN
978292         IF WS-SSN-VALID = 'N'
978293             MOVE "BORROWER SSN MISSING OR INVALID" TO WS-REASON
978293             PERFORM REPORT-EXCLUSION
978294             MOVE 'N' TO WS-LOAN-OK
978294         END-IF
978295         MOVE CUST-ADDR-ZIP TO WS-DIGIT-SOURCE
978295         PERFORM EXTRACT-DIGITS
978296         IF CUST-ADDR-STREET = SPACES OR CUST-ADDR-CITY = SPACES
978296             OR CUST-ADDR-STATE = SPACES
978297             OR (WS-DIGIT-COUNT NOT = 5
978297             AND WS-DIGIT-COUNT NOT = 9)
978298             MOVE "BORROWER ADDRESS INCOMPLETE" TO WS-REASON
978298             PERFORM REPORT-EXCLUSION
978299             MOVE 'N' TO WS-LOAN-OK
978299         END-IF
978300         IF WS-LOAN-OK = 'Y' AND CUST-DOB = 0
978300             MOVE "DATE OF BIRTH MISSING - SENT WITHOUT"
978301                 TO WS-REASON
978301             PERFORM REPORT-WARNING
978302         END-IF
978302     END-IF
978303     EXIT.
978303 CHECK-SSN.
978304*No SSN is issued with area 000, 666 or 900-999, group 00 or
978304*serial 0000.
978305     MOVE 'Y' TO WS-SSN-VALID
978305     IF WS-SSN-AREA = 0 OR WS-SSN-AREA = 666
978306         OR WS-SSN-AREA > 899
978306         OR WS-SSN-GROUP = 0 OR WS-SSN-SERIAL = 0
978307         MOVE 'N' TO WS-SSN-VALID
978307     END-IF
978308     EXIT.
978308 EXTRACT-DIGITS.
978309     MOVE SPACES TO WS-DIGITS
978309     MOVE 0 TO WS-DIGIT-COUNT
978310     PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
978310         UNTIL WS-CHAR-IX > 12
978311         IF WS-DIGIT-SOURCE(WS-CHAR-IX:1) IS NUMERIC
978311             ADD 1 TO WS-DIGIT-COUNT
978312             MOVE WS-DIGIT-SOURCE(WS-CHAR-IX:1)
978312                 TO WS-DIGITS(WS-DIGIT-COUNT:1)
978313         END-IF
978313     END-PERFORM
978314     EXIT.
978314 SET-PHONE-NUMBER.
978315*A telephone number is sent only when it has exactly ten digits.
978315     MOVE CUST-PHONE TO WS-DIGIT-SOURCE
978316     PERFORM EXTRACT-DIGITS
978316     IF WS-DIGIT-COUNT = 10
978317         MOVE WS-DIGITS(1:10) TO WS-PHONE-NUM
978317         ADD 1 TO WS-PHONE-COUNT
978318     ELSE
978318         MOVE 0 TO WS-PHONE-NUM
978319     END-IF
978319     EXIT.
978320 SEED-ORIGINAL-AMOUNT.
978320*A loan opened before the credit reporting record was kept takes
978321*its amount lent from the ledger: what has been paid in, less what
978321*has been charged to it, less the balance still owed.
978322     IF CRA-ORIG-AMOUNT = 0
978322         COMPUTE WS-ORIG-AMOUNT =
978323             WS-LEDGER-CR - WS-LEDGER-DR - ACCT-BALANCE
978323         IF WS-ORIG-AMOUNT < 0 - ACCT-BALANCE
978324             COMPUTE WS-ORIG-AMOUNT = 0 - ACCT-BALANCE
978324         END-IF
978325         MOVE WS-ORIG-AMOUNT TO CRA-ORIG-AMOUNT
978325         ADD 1 TO WS-SEEDED-COUNT
978326     END-IF
978326     EXIT.
978327 BUILD-BASE-SEGMENT.
978327     MOVE SPACES TO CREDIT-BUREAU-RECORD
978328     MOVE '1' TO CBB-PROCESSING-IND
978328     MOVE WS-RUN-DATE TO WS-YMD-NUM
978329     PERFORM FORMAT-MDY
978329     COMPUTE CBB-TIME-STAMP =
978330         WS-MDY-NUM * 1000000 + WS-RUN-TIME / 100
978330     MOVE 0 TO CBB-CORRECTION-IND
978331     MOVE WS-FURNISHER-ID TO CBB-IDENTIFICATION
978331     MOVE ACCT-NUMBER TO CBB-ACCOUNT-NUMBER
978332     MOVE 'I' TO CBB-PORTFOLIO-TYPE
978332     MOVE "01" TO CBB-ACCOUNT-TYPE
978333     MOVE ACCT-OPEN-DATE TO WS-YMD-NUM
978333     PERFORM FORMAT-MDY
978334     MOVE WS-MDY-NUM TO CBB-DATE-OPENED
978334     MOVE 0 TO CBB-CREDIT-LIMIT
978335     MOVE CRA-ORIG-AMOUNT TO CBB-ORIGINAL-AMOUNT
978335     MOVE ACCT-TERM-MONTHS TO CBB-TERMS-DURATION
978336     MOVE 'M' TO CBB-TERMS-FREQUENCY
978336     MOVE WS-ACTUAL-PMT TO CBB-ACTUAL-PMT
978337     PERFORM SET-ACCOUNT-STATUS
978337     PERFORM SET-PAYMENT-HISTORY
978338     PERFORM SET-COMPLIANCE-CODE
978338     MOVE 0 TO CBB-CHARGE-OFF-AMT
978339     MOVE WS-BUSINESS-DATE TO WS-YMD-NUM
978339     PERFORM FORMAT-MDY
978340     MOVE WS-MDY-NUM TO CBB-INFO-DATE
978340     MOVE WS-LAST-PMT-DATE TO WS-YMD-NUM
978341     PERFORM FORMAT-MDY
978341     MOVE WS-MDY-NUM TO CBB-LAST-PMT-DATE
978342     MOVE 'F' TO CBB-INTEREST-TYPE
978342     MOVE CUST-LAST-NAME TO CBB-SURNAME
978343     MOVE CUST-FIRST-NAME TO CBB-FIRST-NAME
978343     MOVE CUST-SSN TO CBB-SSN
978344     ADD 1 TO WS-SSN-BASE
978344     MOVE CUST-DOB TO WS-YMD-NUM
978345     PERFORM FORMAT-MDY
978345     MOVE WS-MDY-NUM TO CBB-DATE-OF-BIRTH
978346     IF CUST-DOB NOT = 0
978346         ADD 1 TO WS-DOB-BASE
978347     END-IF
978347     PERFORM SET-PHONE-NUMBER
978348     MOVE WS-PHONE-NUM TO CBB-TELEPHONE
978348     MOVE '1' TO CBB-ECOA-CODE
978349     MOVE CUST-ADDR-STREET TO CBB-ADDRESS-1
978349     MOVE CUST-ADDR-CITY TO CBB-CITY
978350     MOVE CUST-ADDR-STATE TO CBB-STATE
978350     MOVE CUST-ADDR-ZIP TO WS-DIGIT-SOURCE
978351     PERFORM EXTRACT-DIGITS
978351     MOVE WS-DIGITS(1:9) TO CBB-POSTAL-CODE
978352     EXIT.
978352 SET-ACCOUNT-STATUS.
978353*Balance, payment and past-due amount are whole dollars, cents
978353*dropped.  The date of first delinquency is the due date of the
978354*oldest installment still unpaid, sent while the loan is 30 days
978354*or more past due.
978355     IF WS-LOAN-CLOSED = 'Y'
978355         MOVE "13" TO WS-STATUS-CODE
978356         MOVE '0' TO CBB-PAYMENT-RATING
978356         MOVE 0 TO CBB-SCHEDULED-PMT
978357         MOVE 0 TO CBB-CURRENT-BALANCE
978357         MOVE 0 TO CBB-AMOUNT-PAST-DUE
978358         MOVE 0 TO CBB-FIRST-DELINQ
978358         MOVE WS-LAST-PAID-DATE TO WS-YMD-NUM
978359         PERFORM FORMAT-MDY
978359         MOVE WS-MDY-NUM TO CBB-DATE-CLOSED
978360     ELSE
978360         EVALUATE TRUE
978361             WHEN WS-HT-DAYS(1) < 30
978361                 MOVE "11" TO WS-STATUS-CODE
978362             WHEN WS-HT-DAYS(1) < 60
978362                 MOVE "71" TO WS-STATUS-CODE
978363             WHEN WS-HT-DAYS(1) < 90
978363                 MOVE "78" TO WS-STATUS-CODE
978364             WHEN WS-HT-DAYS(1) < 120
978364                 MOVE "80" TO WS-STATUS-CODE
978365             WHEN WS-HT-DAYS(1) < 150
978365                 MOVE "82" TO WS-STATUS-CODE
978366             WHEN WS-HT-DAYS(1) < 180
978366                 MOVE "83" TO WS-STATUS-CODE
978367             WHEN OTHER
978367                 MOVE "84" TO WS-STATUS-CODE
978368         END-EVALUATE
978368         IF WS-NEXT-PMT = 0
978369             MOVE WS-FIRST-OPEN-PMT TO CBB-SCHEDULED-PMT
978369         ELSE
978370             MOVE WS-NEXT-PMT TO CBB-SCHEDULED-PMT
978370         END-IF
978371         IF ACCT-BALANCE < 0
978371             COMPUTE CBB-CURRENT-BALANCE = 0 - ACCT-BALANCE
978372         ELSE
978372             MOVE 0 TO CBB-CURRENT-BALANCE
978373         END-IF
978373         MOVE WS-PAST-DUE TO CBB-AMOUNT-PAST-DUE
978374         IF WS-STATUS-CODE = "11"
978374             MOVE 0 TO CBB-FIRST-DELINQ
978375         ELSE
978375             MOVE WS-FIRST-DELINQ TO WS-YMD-NUM
978376             PERFORM FORMAT-MDY
978376             MOVE WS-MDY-NUM TO CBB-FIRST-DELINQ
978377         END-IF
978377         MOVE 0 TO CBB-DATE-CLOSED
978378     END-IF
978378     MOVE WS-STATUS-CODE TO CBB-ACCOUNT-STATUS
978379     EXIT.
978379 SET-PAYMENT-HISTORY.
978380     PERFORM VARYING WS-HIST-IX FROM 2 BY 1
978380         UNTIL WS-HIST-IX > 25
978381         EVALUATE TRUE
978381             WHEN WS-HT-END-DATE(WS-HIST-IX) < ACCT-OPEN-DATE
978382                 MOVE 'B' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978382             WHEN WS-HT-DAYS(WS-HIST-IX) < 30
978383                 MOVE '0' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978383             WHEN WS-HT-DAYS(WS-HIST-IX) < 60
978384                 MOVE '1' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978384             WHEN WS-HT-DAYS(WS-HIST-IX) < 90
978385                 MOVE '2' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978385             WHEN WS-HT-DAYS(WS-HIST-IX) < 120
978386                 MOVE '3' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978386             WHEN WS-HT-DAYS(WS-HIST-IX) < 150
978387                 MOVE '4' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978387             WHEN WS-HT-DAYS(WS-HIST-IX) < 180
978388                 MOVE '5' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978388             WHEN OTHER
978389                 MOVE '6' TO CBB-HISTORY-CODE(WS-HIST-IX - 1)
978389         END-EVALUATE
978390     END-PERFORM
978390     EXIT.
978391 SET-COMPLIANCE-CODE.
978391*An 'XR' removal already sent by an earlier run is cleared rather
978392*than sent again.
978392     IF CRA-DISPUTE-CODE = "XR"
978393         AND CRA-LAST-REPORT-DATE NOT < CRA-DISPUTE-DATE
978393         AND CRA-LAST-REPORT-DATE < WS-BUSINESS-DATE
978394         MOVE SPACES TO CRA-DISPUTE-CODE
978394     END-IF
978395     MOVE CRA-DISPUTE-CODE TO CBB-COMPLIANCE-CODE
978395     IF CRA-DISPUTE-CODE NOT = SPACES
978396         ADD 1 TO WS-DISPUTE-COUNT
978396     END-IF
978397     EXIT.
978397 BUILD-J1-SEGMENT.
978398*A co-borrower the bureaus could not match is left off the loan
978398*and listed; the borrower's segment still goes.
978399     MOVE WS-CO-CUST(WS-CO-IX) TO WS-REPORT-CUST
978399     MOVE WS-CO-CUST(WS-CO-IX) TO CUST-ID
978400     READ CUSTOMER-MASTER-FILE
978400         INVALID KEY
978401             MOVE "CO-BORROWER NOT ON CUSTOMER MASTER"
978401                 TO WS-REASON
978402             PERFORM REPORT-WARNING
978402     END-READ
978403     IF WS-CUST-FILE-STATUS = "00"
978403         MOVE CUST-SSN TO WS-SSN-CHECK-NUM
978404         PERFORM CHECK-SSN
978404         IF CUST-LAST-NAME = SPACES OR WS-SSN-VALID = 'N'
978405             MOVE "CO-BORROWER NAME OR SSN MISSING - NOT SENT"
978405                 TO WS-REASON
978406             PERFORM REPORT-WARNING
978406         ELSE
978407             ADD 1 TO WS-J1-COUNT
978407             MOVE "J1" TO CBJ-SEGMENT-ID(WS-J1-COUNT)
978408             MOVE CUST-LAST-NAME TO CBJ-SURNAME(WS-J1-COUNT)
978408             MOVE CUST-FIRST-NAME TO CBJ-FIRST-NAME(WS-J1-COUNT)
978409             MOVE CUST-SSN TO CBJ-SSN(WS-J1-COUNT)
978409             ADD 1 TO WS-SSN-J1
978410             MOVE CUST-DOB TO WS-YMD-NUM
978410             PERFORM FORMAT-MDY
978411             MOVE WS-MDY-NUM TO CBJ-DATE-OF-BIRTH(WS-J1-COUNT)
978411             IF CUST-DOB NOT = 0
978412                 ADD 1 TO WS-DOB-J1
978412             END-IF
978413             PERFORM SET-PHONE-NUMBER
978413             MOVE WS-PHONE-NUM TO CBJ-TELEPHONE(WS-J1-COUNT)
978414             MOVE '2' TO CBJ-ECOA-CODE(WS-J1-COUNT)
978414         END-IF
978415     END-IF
978415     EXIT.
978416 COUNT-ACCOUNT-STATUS.
978416     EVALUATE WS-STATUS-CODE
978417         WHEN "11"
978417             ADD 1 TO WS-ST-11
978418         WHEN "13"
978418             ADD 1 TO WS-ST-13
978419         WHEN "71"
978419             ADD 1 TO WS-ST-71
978420         WHEN "78"
978420             ADD 1 TO WS-ST-78
978421         WHEN "80"
978421             ADD 1 TO WS-ST-80
978422         WHEN "82"
978422             ADD 1 TO WS-ST-82
978423         WHEN "83"
978423             ADD 1 TO WS-ST-83
978424         WHEN OTHER
978424             ADD 1 TO WS-ST-84
978425     END-EVALUATE
978425     EXIT.
978426 SAVE-CREDIT-REPORT.
978426     MOVE WS-BUSINESS-DATE TO CRA-LAST-REPORT-DATE
978427     MOVE WS-STATUS-CODE TO CRA-LAST-STATUS
978427     IF WS-CRA-FOUND = 'Y'
978428         REWRITE CREDIT-REPORT-RECORD
978428             INVALID KEY
978429                 DISPLAY "Credit report record not updated: "
978429                     CRA-ACCT-NUMBER
978430         END-REWRITE
978430     ELSE
978431         WRITE CREDIT-REPORT-RECORD
978431             INVALID KEY
978432                 DISPLAY "Credit report record not written: "
978432                     CRA-ACCT-NUMBER
978433         END-WRITE
978433     END-IF
978434     EXIT.
978434 WRITE-TRAILER-RECORD.
978435     MOVE SPACES TO CREDIT-BUREAU-RECORD
978435     INITIALIZE CBR-TRAILER
978436     MOVE 426 TO CBR-RDW
978436     MOVE "TRAILER" TO CBT-RECORD-ID
978437     MOVE WS-BASE-COUNT TO CBT-BASE-COUNT
978437     MOVE WS-J1-TOTAL TO CBT-J1-COUNT
978438     MOVE WS-ST-11 TO CBT-STATUS-11
978438     MOVE WS-ST-13 TO CBT-STATUS-13
978439     MOVE WS-ST-71 TO CBT-STATUS-71
978439     MOVE WS-ST-78 TO CBT-STATUS-78
978440     MOVE WS-ST-80 TO CBT-STATUS-80
978440     MOVE WS-ST-82 TO CBT-STATUS-82
978441     MOVE WS-ST-83 TO CBT-STATUS-83
978441     MOVE WS-ST-84 TO CBT-STATUS-84
978442     COMPUTE CBT-SSN-ALL = WS-SSN-BASE + WS-SSN-J1
978442     MOVE WS-SSN-BASE TO CBT-SSN-BASE
978443     MOVE WS-SSN-J1 TO CBT-SSN-J1
978443     COMPUTE CBT-DOB-ALL = WS-DOB-BASE + WS-DOB-J1
978444     MOVE WS-DOB-BASE TO CBT-DOB-BASE
978444     MOVE WS-DOB-J1 TO CBT-DOB-J1
978445     MOVE WS-PHONE-COUNT TO CBT-PHONE-ALL
978445     WRITE BUREAU-LINE FROM CREDIT-BUREAU-RECORD
978446     EXIT.
978446 REPORT-EXCLUSION.
978447     MOVE "EXCLUDED" TO WS-REPORT-ACTION
978447     PERFORM WRITE-DETAIL-LINE
978448     EXIT.
978448 REPORT-WARNING.
978449     MOVE "WARNING" TO WS-REPORT-ACTION
978449     PERFORM WRITE-DETAIL-LINE
978450     ADD 1 TO WS-WARNING-COUNT
978450     EXIT.
978451 WRITE-DETAIL-LINE.
978451     MOVE ACCT-NUMBER TO DT-ACCT-NUMBER
978452     MOVE WS-REPORT-CUST TO DT-CUST-ID
978452     MOVE WS-REPORT-ACTION TO DT-ACTION
978453     MOVE WS-REASON TO DT-REASON
978453     WRITE REPORT-LINE FROM WS-DETAIL-LINE
978454     EXIT.
978454 PRINT-REPORT-HEADER.
978455     MOVE SPACES TO REPORT-LINE
978455     STRING "CREDIT BUREAU REPORTING VALIDATION  ACTIVITY DATE: "
978456         DELIMITED BY SIZE
978456         WS-BUSINESS-DATE DELIMITED BY SIZE
978457         INTO REPORT-LINE
978457     WRITE REPORT-LINE
978458     MOVE SPACES TO REPORT-LINE
978458     WRITE REPORT-LINE
978459     MOVE "ACCOUNT   CUST    ACTION    REASON" TO REPORT-LINE
978459     WRITE REPORT-LINE
978460     EXIT.
978460 PRINT-REPORT-TRAILER.
978461     MOVE SPACES TO REPORT-LINE
978461     WRITE REPORT-LINE
978462     MOVE WS-LOANS-READ TO WS-COUNT-DISP
978462     MOVE SPACES TO REPORT-LINE
978463     STRING "LOANS READ:              " DELIMITED BY SIZE
978463         WS-COUNT-DISP DELIMITED BY SIZE
978464         INTO REPORT-LINE
978464     WRITE REPORT-LINE
978465     MOVE WS-BASE-COUNT TO WS-COUNT-DISP
978465     MOVE SPACES TO REPORT-LINE
978466     STRING "BASE RECORDS SENT:       " DELIMITED BY SIZE
978466         WS-COUNT-DISP DELIMITED BY SIZE
978467         INTO REPORT-LINE
978467     WRITE REPORT-LINE
978468     MOVE WS-ST-13 TO WS-COUNT-DISP
978468     MOVE SPACES TO REPORT-LINE
978469     STRING "  OF WHICH PAID/CLOSED:  " DELIMITED BY SIZE
978469         WS-COUNT-DISP DELIMITED BY SIZE
978470         INTO REPORT-LINE
978470     WRITE REPORT-LINE
978471     MOVE WS-J1-TOTAL TO WS-COUNT-DISP
978471     MOVE SPACES TO REPORT-LINE
978472     STRING "CO-BORROWER SEGMENTS:    " DELIMITED BY SIZE
978472         WS-COUNT-DISP DELIMITED BY SIZE
978473         INTO REPORT-LINE
978473     WRITE REPORT-LINE
978474     MOVE WS-DISPUTE-COUNT TO WS-COUNT-DISP
978474     MOVE SPACES TO REPORT-LINE
978475     STRING "DISPUTE CODES SENT:      " DELIMITED BY SIZE
978475         WS-COUNT-DISP DELIMITED BY SIZE
978476         INTO REPORT-LINE
978476     WRITE REPORT-LINE
978477     MOVE WS-EXCLUDED-COUNT TO WS-COUNT-DISP
978477     MOVE SPACES TO REPORT-LINE
978478     STRING "LOANS EXCLUDED:          " DELIMITED BY SIZE
978478         WS-COUNT-DISP DELIMITED BY SIZE
978479         INTO REPORT-LINE
978479     WRITE REPORT-LINE
978480     MOVE WS-WARNING-COUNT TO WS-COUNT-DISP
978480     MOVE SPACES TO REPORT-LINE
978481     STRING "WARNINGS:                " DELIMITED BY SIZE
978481         WS-COUNT-DISP DELIMITED BY SIZE
978482         INTO REPORT-LINE
978482     WRITE REPORT-LINE
978483     MOVE WS-SEEDED-COUNT TO WS-COUNT-DISP
978483     MOVE SPACES TO REPORT-LINE
978484     STRING "AMOUNTS LENT FROM LEDGER:" DELIMITED BY SIZE
978484         WS-COUNT-DISP DELIMITED BY SIZE
978485         INTO REPORT-LINE
978485     WRITE REPORT-LINE
978486     EXIT.
