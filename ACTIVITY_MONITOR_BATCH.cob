956101 IDENTIFICATION DIVISION.
956101 PROGRAM-ID. ACTIVITY_MONITOR_BATCH.
956102 AUTHOR. ELYZ.
956102 ENVIRONMENT DIVISION.
956103 INPUT-OUTPUT SECTION.
956103 FILE-CONTROL.
956104     SELECT TRANSACTION-LEDGER-FILE ASSIGN TO "TRANLOG.DAT"
956104         ORGANIZATION IS INDEXED
956105         ACCESS MODE IS DYNAMIC
956105         RECORD KEY IS TRAN-ID
956106         ALTERNATE RECORD KEY IS TRAN-ACCT-NUMBER
956106             WITH DUPLICATES
956107         FILE STATUS IS WS-TRAN-FILE-STATUS.
956107     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
956108         ORGANIZATION IS INDEXED
956108         ACCESS MODE IS DYNAMIC
956109         RECORD KEY IS OWN-KEY
956109         ALTERNATE RECORD KEY IS OWN-CUST-ID
956110             WITH DUPLICATES
956110         FILE STATUS IS WS-OWNR-FILE-STATUS.
956111     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
956111         ORGANIZATION IS INDEXED
956112         ACCESS MODE IS DYNAMIC
956112         RECORD KEY IS ACCT-NUMBER
956113         FILE STATUS IS WS-ACCT-FILE-STATUS.
956113     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE.DAT"
956114         ORGANIZATION IS INDEXED
956114         ACCESS MODE IS DYNAMIC
956115         RECORD KEY IS TC-CODE
956115         FILE STATUS IS WS-TCODE-FILE-STATUS.
956116     SELECT DORMANT-LOG-FILE ASSIGN TO "DORMLOG.DAT"
956116         ORGANIZATION IS LINE SEQUENTIAL
956117         FILE STATUS IS WS-DORM-FILE-STATUS.
956117     SELECT EXTERNAL-QUEUE-FILE ASSIGN TO "EXTPAYQ.DAT"
956118         ORGANIZATION IS INDEXED
956118         ACCESS MODE IS DYNAMIC
956119         RECORD KEY IS EPQ-ID
956119         FILE STATUS IS WS-EPQ-FILE-STATUS.
956120     SELECT MONITOR-RULE-FILE ASSIGN TO "MONRULE.DAT"
956120         ORGANIZATION IS INDEXED
956121         ACCESS MODE IS DYNAMIC
956121         RECORD KEY IS MR-RULE-ID
956122         FILE STATUS IS WS-RULE-FILE-STATUS.
956122     SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
956123         ORGANIZATION IS INDEXED
956123         ACCESS MODE IS DYNAMIC
956124         RECORD KEY IS ALR-ID
956124         ALTERNATE RECORD KEY IS ALR-CUST-ID
956125             WITH DUPLICATES
956125         FILE STATUS IS WS-ALR-FILE-STATUS.
956126     SELECT ALERT-HISTORY-FILE ASSIGN TO "ALRTHIST.DAT"
956126         ORGANIZATION IS LINE SEQUENTIAL
956127         FILE STATUS IS WS-ALH-FILE-STATUS.
980187     SELECT FX-DEAL-FILE ASSIGN TO "FXDEAL.DAT"
980187         ORGANIZATION IS INDEXED
980188         ACCESS MODE IS SEQUENTIAL
980188         RECORD KEY IS FXD-RECEIPT-NUMBER
980189         FILE STATUS IS WS-FXD-FILE-STATUS.
956127     SELECT REPORT-FILE ASSIGN TO "AMLALERT.TXT"
956128         ORGANIZATION IS LINE SEQUENTIAL.
956128 DATA DIVISION.
956129 FILE SECTION.
956129 FD  TRANSACTION-LEDGER-FILE.
956130     COPY TRANREC.
956130 FD  OWNER-XREF-FILE.
956131     COPY OWNRREC.
956131 FD  ACCOUNT-MASTER-FILE.
956132     COPY ACCTREC.
956132 FD  TRAN-CODE-FILE.
956133     COPY TCODEREC.
956133 FD  DORMANT-LOG-FILE.
956134 01  DORMANT-LOG-RECORD.
956134     05  DM-ACCT-NUMBER        PIC 9(8).
956135     05  DM-ACTION             PIC X(10).
956135     05  DM-OPERATOR           PIC X(20).
956136     05  DM-REASON             PIC X(30).
956136     05  DM-TIMESTAMP          PIC 9(14).
956137 FD  EXTERNAL-QUEUE-FILE.
956137     COPY EXTPYREC.
956138 FD  MONITOR-RULE-FILE.
956138     COPY MONRREC.
956139 FD  ALERT-FILE.
956139     COPY ALRTREC.
956140 FD  ALERT-HISTORY-FILE.
956140     COPY ALHSTREC.
980189 FD  FX-DEAL-FILE.
980190     COPY FXDLREC.
956141 FD  REPORT-FILE.
956141 01  REPORT-LINE             PIC X(80).
956142 WORKING-STORAGE SECTION.
956142 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
956143 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
956143 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
956144 01  WS-TCODE-FILE-STATUS    PIC XX VALUE "00".
956144 01  WS-DORM-FILE-STATUS     PIC XX VALUE "00".
956145 01  WS-EPQ-FILE-STATUS      PIC XX VALUE "00".
956145 01  WS-RULE-FILE-STATUS     PIC XX VALUE "00".
956146 01  WS-ALR-FILE-STATUS      PIC XX VALUE "00".
956146 01  WS-ALH-FILE-STATUS      PIC XX VALUE "00".
980190 01  WS-FXD-FILE-STATUS      PIC XX VALUE "00".
956147 01  WS-TRAN-EOF             PIC X VALUE 'N'.
956147 01  WS-OWNER-EOF            PIC X VALUE 'N'.
956148 01  WS-DORM-EOF             PIC X VALUE 'N'.
956148 01  WS-EPQ-EOF              PIC X VALUE 'N'.
956149 01  WS-RULE-EOF             PIC X VALUE 'N'.
956149 01  WS-ALR-EOF              PIC X VALUE 'N'.
980191 01  WS-FXD-EOF              PIC X VALUE 'N'.
956150 01  WS-BUSINESS-DATE        PIC 9(8).
956150 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
956151 01  WS-BUS-DATE-INT         PIC 9(8).
956151 01  WS-ENTRY-DATE           PIC 9(8).
956152 01  WS-ENTRY-AGE            PIC S9(7).
956152 01  WS-DATE-PART            PIC 9(8).
956153 01  WS-TIME-PART            PIC 9(8).
956153 01  WS-CATEGORY             PIC X(4).
956154*Working copies of the four monitoring rules, loaded from
956154*MONRULE.DAT before the scan.  A rule missing from the file is
956155*treated as switched off.
956155 01  WS-STR-RULE.
956156     05  WS-STR-ACTIVE       PIC X VALUE 'N'.
956156     05  WS-STR-DAYS         PIC 9(3) VALUE 0.
956157     05  WS-STR-LOW          PIC S9(9)V99 COMP-3 VALUE 0.
956157     05  WS-STR-HIGH         PIC S9(9)V99 COMP-3 VALUE 0.
956158     05  WS-STR-COUNT        PIC 9(3) VALUE 0.
956158     05  WS-STR-DESC         PIC X(30) VALUE SPACES.
956159 01  WS-RAP-RULE.
956159     05  WS-RAP-ACTIVE       PIC X VALUE 'N'.
956160     05  WS-RAP-DAYS         PIC 9(3) VALUE 0.
956160     05  WS-RAP-LOW          PIC S9(9)V99 COMP-3 VALUE 0.
956161     05  WS-RAP-PERCENT      PIC 9(3) VALUE 0.
956161     05  WS-RAP-DESC         PIC X(30) VALUE SPACES.
956162 01  WS-DRM-RULE.
956162     05  WS-DRM-ACTIVE       PIC X VALUE 'N'.
956163     05  WS-DRM-DAYS         PIC 9(3) VALUE 0.
956163     05  WS-DRM-LOW          PIC S9(9)V99 COMP-3 VALUE 0.
956164     05  WS-DRM-DESC         PIC X(30) VALUE SPACES.
956164 01  WS-NPY-RULE.
956165     05  WS-NPY-ACTIVE       PIC X VALUE 'N'.
956165     05  WS-NPY-DAYS         PIC 9(3) VALUE 0.
956166     05  WS-NPY-LOW          PIC S9(9)V99 COMP-3 VALUE 0.
956166     05  WS-NPY-COUNT        PIC 9(3) VALUE 0.
956167     05  WS-NPY-DESC         PIC X(30) VALUE SPACES.
956167 01  WS-OWNER-SEEN           PIC X VALUE 'N'.
956168 01  WS-WORK-ACCT            PIC 9(8).
956168 01  WS-WORK-CUST            PIC 9(6).
956169 01  WS-ACT-KIND             PIC X.
956169 01  WS-ACT-AMOUNT           PIC S9(9)V99 COMP-3.
956170 01  WS-CUST-IX              PIC 9(4).
956170 01  WS-CUST-COUNT           PIC 9(4) VALUE 0.
956171 01  WS-DROPPED-COUNT        PIC 9(6) VALUE 0.
956171 01  WS-CUST-TABLE.
956172     05  WS-CUST-ENTRY OCCURS 2000.
956172         10  WS-CT-CUST      PIC 9(6).
956173         10  WS-CT-STR-COUNT PIC 9(5).
956173         10  WS-CT-STR-TOTAL PIC S9(11)V99 COMP-3.
956174         10  WS-CT-RAP-IN    PIC S9(11)V99 COMP-3.
956174         10  WS-CT-RAP-OUT   PIC S9(11)V99 COMP-3.
956175         10  WS-CT-RAP-COUNT PIC 9(5).
956175         10  WS-CT-DRM-COUNT PIC 9(5).
956176         10  WS-CT-DRM-TOTAL PIC S9(11)V99 COMP-3.
956176         10  WS-CT-NPY-COUNT PIC 9(5).
956177         10  WS-CT-NPY-TOTAL PIC S9(11)V99 COMP-3.
956177*Accounts reactivated from dormant inside the DORMREAC window,
956178*with the time of the (latest) reactivation.
956178 01  WS-REACT-IX             PIC 9(4).
956179 01  WS-REACT-COUNT          PIC 9(4) VALUE 0.
956179 01  WS-REACT-TABLE.
956180     05  WS-REACT-ENTRY OCCURS 500.
956180         10  WS-RA-ACCT      PIC 9(8).
956181         10  WS-RA-TS        PIC 9(14).
956181*Date each external payee was first queued for payment.
956182 01  WS-PAYEE-IX             PIC 9(4).
956182 01  WS-PAYEE-COUNT          PIC 9(4) VALUE 0.
956183 01  WS-PAYEE-TABLE.
956183     05  WS-PAYEE-ENTRY OCCURS 2000.
956184         10  WS-PY-ID        PIC 9(6).
956184         10  WS-PY-FIRST     PIC 9(8).
956185 01  WS-NEXT-ALERT-ID        PIC 9(8) VALUE 0.
956185 01  WS-ALERT-COUNT          PIC 9(6) VALUE 0.
956186 01  WS-SUPPRESSED-COUNT     PIC 9(6) VALUE 0.
956186 01  WS-DUP-FOUND            PIC X VALUE 'N'.
956187 01  WS-AL-RULE              PIC X(8).
956187 01  WS-AL-DAYS              PIC 9(3).
956188 01  WS-AL-COUNT             PIC 9(5).
956188 01  WS-AL-AMOUNT            PIC S9(11)V99 COMP-3.
956189 01  WS-AL-DETAIL            PIC X(50).
956189 01  WS-DETAIL-LINE.
956190     05  DT-ALERT-ID             PIC 9(8).
956190     05  FILLER                  PIC X(2) VALUE SPACES.
956191     05  DT-CUST-ID              PIC 9(6).
956191     05  FILLER                  PIC X(2) VALUE SPACES.
956192     05  DT-RULE-ID              PIC X(8).
956192     05  FILLER                  PIC X(2) VALUE SPACES.
956193     05  DT-DAYS                 PIC ZZ9.
956193     05  FILLER                  PIC X(2) VALUE SPACES.
956194     05  DT-ITEMS                PIC ZZZZ9.
956194     05  FILLER                  PIC X(2) VALUE SPACES.
956195     05  DT-AMOUNT               PIC -9(9).99.
956195     05  FILLER                  PIC X(2) VALUE SPACES.
956196     05  DT-DETAIL               PIC X(22).
956196 PROCEDURE DIVISION.
956197 MAIN-PARA.
956197     PERFORM SET-BUSINESS-DATE
956198     PERFORM LOAD-MONITOR-RULES
956198     OPEN OUTPUT REPORT-FILE
956199     PERFORM PRINT-REPORT-HEADER
979071*The structuring, rapid-movement and reactivation rules all work
979071*from transaction code categories, so the step cannot run without
979072*the code file.
979072     OPEN INPUT TRAN-CODE-FILE
979073     IF WS-TCODE-FILE-STATUS NOT = "00"
979073         MOVE "NO TRANSACTION CODE FILE ON FILE" TO REPORT-LINE
979074         WRITE REPORT-LINE
979074         DISPLAY "Transaction code file is not available."
979075         MOVE 8 TO RETURN-CODE
979075     ELSE
956199         OPEN INPUT OWNER-XREF-FILE
956200         OPEN INPUT ACCOUNT-MASTER-FILE
956200         IF WS-DRM-ACTIVE = 'Y'
956201             PERFORM LOAD-REACTIVATIONS
956201         END-IF
956202         OPEN INPUT TRANSACTION-LEDGER-FILE
956202         IF WS-TRAN-FILE-STATUS = "00"
956203             PERFORM UNTIL WS-TRAN-EOF = 'Y'
956204                 READ TRANSACTION-LEDGER-FILE NEXT RECORD
956204                     AT END
956205                         MOVE 'Y' TO WS-TRAN-EOF
956205                     NOT AT END
956206                         PERFORM SCAN-LEDGER-ENTRY
956206                 END-READ
956207             END-PERFORM
956208             CLOSE TRANSACTION-LEDGER-FILE
956208         END-IF
980191         IF WS-STR-ACTIVE = 'Y'
980192             PERFORM SCAN-FX-DEALS
980192         END-IF
956209         IF WS-NPY-ACTIVE = 'Y'
956209             PERFORM SCAN-PAYMENT-QUEUE
956210         END-IF
956210         CLOSE OWNER-XREF-FILE
956211         CLOSE ACCOUNT-MASTER-FILE
956211         PERFORM RAISE-CUSTOMER-ALERTS
979076         CLOSE TRAN-CODE-FILE
979076     END-IF
956212     PERFORM PRINT-REPORT-TRAILER
956212     CLOSE REPORT-FILE
956213     DISPLAY "Suspicious activity alerts raised: " WS-ALERT-COUNT
956213     IF WS-DROPPED-COUNT > 0
956214         DISPLAY "TABLE OVERFLOW - RESULTS INCOMPLETE: "
956214             WS-DROPPED-COUNT
956215         MOVE 8 TO RETURN-CODE
956215     END-IF
956216     GOBACK.
956216 SET-BUSINESS-DATE.
956217     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
956217     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
956218     IF WS-BUS-DATE-ENV NOT = SPACES
956218         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
956219         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
956219             TO WS-BUSINESS-DATE
956220     END-IF
956220     COMPUTE WS-BUS-DATE-INT =
956221         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
956221     EXIT.
956222 LOAD-MONITOR-RULES.
956222     OPEN I-O MONITOR-RULE-FILE
956223     IF WS-RULE-FILE-STATUS = "35"
956223         OPEN OUTPUT MONITOR-RULE-FILE
956224         CLOSE MONITOR-RULE-FILE
956224         OPEN I-O MONITOR-RULE-FILE
956225         PERFORM SEED-DEFAULT-RULES
956225     END-IF
956226     MOVE 'N' TO WS-RULE-EOF
956226     MOVE LOW-VALUES TO MR-RULE-ID
956227     START MONITOR-RULE-FILE KEY IS >= MR-RULE-ID
956227         INVALID KEY
956228             MOVE 'Y' TO WS-RULE-EOF
956228     END-START
956229     PERFORM UNTIL WS-RULE-EOF = 'Y'
956229         READ MONITOR-RULE-FILE NEXT RECORD
956230             AT END
956230                 MOVE 'Y' TO WS-RULE-EOF
956231             NOT AT END
956231                 PERFORM TAKE-MONITOR-RULE
956232         END-READ
956232     END-PERFORM
956233     CLOSE MONITOR-RULE-FILE
956233     EXIT.
956234 TAKE-MONITOR-RULE.
956234     EVALUATE MR-RULE-ID
956235         WHEN "STRUCTUR"
956235             MOVE MR-ACTIVE TO WS-STR-ACTIVE
956236             MOVE MR-LOOKBACK-DAYS TO WS-STR-DAYS
956236             MOVE MR-AMOUNT-LOW TO WS-STR-LOW
956237             MOVE MR-AMOUNT-HIGH TO WS-STR-HIGH
956237             MOVE MR-MIN-COUNT TO WS-STR-COUNT
956238             MOVE MR-DESCRIPTION TO WS-STR-DESC
956238         WHEN "RAPIDMOV"
956239             MOVE MR-ACTIVE TO WS-RAP-ACTIVE
956239             MOVE MR-LOOKBACK-DAYS TO WS-RAP-DAYS
956240             MOVE MR-AMOUNT-LOW TO WS-RAP-LOW
956240             MOVE MR-PERCENT TO WS-RAP-PERCENT
956241             MOVE MR-DESCRIPTION TO WS-RAP-DESC
956241         WHEN "DORMREAC"
956242             MOVE MR-ACTIVE TO WS-DRM-ACTIVE
956242             MOVE MR-LOOKBACK-DAYS TO WS-DRM-DAYS
956243             MOVE MR-AMOUNT-LOW TO WS-DRM-LOW
956243             MOVE MR-DESCRIPTION TO WS-DRM-DESC
956244         WHEN "NEWPAYEE"
956244             MOVE MR-ACTIVE TO WS-NPY-ACTIVE
956245             MOVE MR-LOOKBACK-DAYS TO WS-NPY-DAYS
956245             MOVE MR-AMOUNT-LOW TO WS-NPY-LOW
956246             MOVE MR-MIN-COUNT TO WS-NPY-COUNT
956246             MOVE MR-DESCRIPTION TO WS-NPY-DESC
956247         WHEN OTHER
956247             CONTINUE
956248     END-EVALUATE
956248     EXIT.
956249 SEED-DEFAULT-RULES.
956249     MOVE "STRUCTUR" TO MR-RULE-ID
956250     MOVE "CASH JUST UNDER CTR THRESHOLD" TO MR-DESCRIPTION
956250     MOVE 'Y' TO MR-ACTIVE
956251     MOVE 5 TO MR-LOOKBACK-DAYS
956251     MOVE 8000.00 TO MR-AMOUNT-LOW
956252     MOVE 10000.00 TO MR-AMOUNT-HIGH
956252     MOVE 2 TO MR-MIN-COUNT
956253     MOVE 0 TO MR-PERCENT
956253     WRITE MONITOR-RULE-RECORD
956254     MOVE "RAPIDMOV" TO MR-RULE-ID
956254     MOVE "FUNDS IN AND OUT RAPIDLY" TO MR-DESCRIPTION
956255     MOVE 'Y' TO MR-ACTIVE
956255     MOVE 2 TO MR-LOOKBACK-DAYS
956256     MOVE 5000.00 TO MR-AMOUNT-LOW
956256     MOVE 0 TO MR-AMOUNT-HIGH
956257     MOVE 0 TO MR-MIN-COUNT
956257     MOVE 80 TO MR-PERCENT
956258     WRITE MONITOR-RULE-RECORD
956258     MOVE "DORMREAC" TO MR-RULE-ID
956259     MOVE "ACTIVITY AFTER DORMANT REACT" TO MR-DESCRIPTION
956259     MOVE 'Y' TO MR-ACTIVE
956260     MOVE 30 TO MR-LOOKBACK-DAYS
956260     MOVE 5000.00 TO MR-AMOUNT-LOW
956261     MOVE 0 TO MR-AMOUNT-HIGH
956261     MOVE 0 TO MR-MIN-COUNT
956262     MOVE 0 TO MR-PERCENT
956262     WRITE MONITOR-RULE-RECORD
956263     MOVE "NEWPAYEE" TO MR-RULE-ID
956263     MOVE "PAYMENTS TO NEW EXTERNAL PAYEE" TO MR-DESCRIPTION
956264     MOVE 'Y' TO MR-ACTIVE
956264     MOVE 3 TO MR-LOOKBACK-DAYS
956265     MOVE 5000.00 TO MR-AMOUNT-LOW
956265     MOVE 0 TO MR-AMOUNT-HIGH
956266     MOVE 3 TO MR-MIN-COUNT
956266     MOVE 0 TO MR-PERCENT
956267     WRITE MONITOR-RULE-RECORD
956267     EXIT.
956268 LOAD-REACTIVATIONS.
956268     MOVE 'N' TO WS-DORM-EOF
956269     OPEN INPUT DORMANT-LOG-FILE
956269     IF WS-DORM-FILE-STATUS NOT = "00"
956270         MOVE 'Y' TO WS-DORM-EOF
956270     ELSE
956271         PERFORM UNTIL WS-DORM-EOF = 'Y'
956271             READ DORMANT-LOG-FILE
956272                 AT END
956272                     MOVE 'Y' TO WS-DORM-EOF
956273                 NOT AT END
956273                     IF DM-ACTION = "REACTIVATE"
956274                         PERFORM NOTE-REACTIVATION
956274                     END-IF
956275             END-READ
956275         END-PERFORM
956276         CLOSE DORMANT-LOG-FILE
956276     END-IF
956277     EXIT.
956277 NOTE-REACTIVATION.
956278     COMPUTE WS-ENTRY-DATE = DM-TIMESTAMP / 1000000
956278     PERFORM COMPUTE-ENTRY-AGE
956279     IF WS-ENTRY-AGE >= 0 AND WS-ENTRY-AGE < WS-DRM-DAYS
956279         PERFORM VARYING WS-REACT-IX FROM 1 BY 1
956280             UNTIL WS-REACT-IX > WS-REACT-COUNT
956280             OR WS-RA-ACCT(WS-REACT-IX) = DM-ACCT-NUMBER
956281             CONTINUE
956281         END-PERFORM
956282         IF WS-REACT-IX > WS-REACT-COUNT
956282             IF WS-REACT-COUNT < 500
956283                 ADD 1 TO WS-REACT-COUNT
956283                 MOVE WS-REACT-COUNT TO WS-REACT-IX
956284                 MOVE DM-ACCT-NUMBER TO WS-RA-ACCT(WS-REACT-IX)
956284                 MOVE 0 TO WS-RA-TS(WS-REACT-IX)
956285             ELSE
956285                 ADD 1 TO WS-DROPPED-COUNT
956286                 DISPLAY "Reactivation table full, dropped: "
956286                     DM-ACCT-NUMBER
956287             END-IF
956287         END-IF
956288         IF WS-REACT-IX <= WS-REACT-COUNT
956288             AND DM-TIMESTAMP > WS-RA-TS(WS-REACT-IX)
956289             MOVE DM-TIMESTAMP TO WS-RA-TS(WS-REACT-IX)
956289         END-IF
956290     END-IF
956290     EXIT.
956291 COMPUTE-ENTRY-AGE.
956291*Age in days of WS-ENTRY-DATE against the business date; an
956292*unusable date comes back negative so the entry is skipped.
956292     MOVE -1 TO WS-ENTRY-AGE
956293     IF WS-ENTRY-DATE > 16010101
956293         AND WS-ENTRY-DATE <= WS-BUSINESS-DATE
956294         COMPUTE WS-ENTRY-AGE = WS-BUS-DATE-INT
956294             - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
956295     END-IF
956295     EXIT.
956296 SCAN-LEDGER-ENTRY.
956296*Reversed entries and the reversals themselves cancel out and
956297*are left out of every rule.
956297     IF TRAN-STATUS NOT = 'R'
956298         AND TRAN-REVERSAL-OF = 0
956298         AND (TRAN-TYPE = "DR" OR TRAN-TYPE = "CR")
956299         COMPUTE WS-ENTRY-DATE = TRAN-TIMESTAMP / 1000000
956299         PERFORM COMPUTE-ENTRY-AGE
956300         IF WS-ENTRY-AGE >= 0
956300             MOVE SPACES TO WS-CATEGORY
956301             MOVE TRAN-CODE TO TC-CODE
956301             READ TRAN-CODE-FILE
956302                 INVALID KEY
956302                     CONTINUE
956303                 NOT INVALID KEY
956303                     MOVE TC-CATEGORY TO WS-CATEGORY
956304             END-READ
956304             MOVE TRAN-ACCT-NUMBER TO WS-WORK-ACCT
956305             MOVE TRAN-AMOUNT TO WS-ACT-AMOUNT
956305             PERFORM TEST-STRUCTURING
956306             PERFORM TEST-RAPID-MOVEMENT
956306             PERFORM TEST-DORMANT-ACTIVITY
956307         END-IF
956307     END-IF
956308     EXIT.
956308 TEST-STRUCTURING.
956309     IF WS-STR-ACTIVE = 'Y'
956309         AND WS-ENTRY-AGE < WS-STR-DAYS
956310         AND WS-CATEGORY = "CASH"
956310         AND WS-ACT-AMOUNT >= WS-STR-LOW
956311         AND WS-ACT-AMOUNT < WS-STR-HIGH
956311         MOVE 'S' TO WS-ACT-KIND
956312         PERFORM ATTRIBUTE-TO-OWNERS
956312     END-IF
956313     EXIT.
956313 TEST-RAPID-MOVEMENT.
956314*Only customer-moved money counts: cash and transfers, not fees,
956314*interest or batch postings.
956315     IF WS-RAP-ACTIVE = 'Y'
956315         AND WS-ENTRY-AGE < WS-RAP-DAYS
956316         AND (WS-CATEGORY = "CASH" OR WS-CATEGORY = "XFER")
956316         IF TRAN-TYPE = "CR"
956317             MOVE 'I' TO WS-ACT-KIND
956317         ELSE
956318             MOVE 'O' TO WS-ACT-KIND
956318         END-IF
956319         PERFORM ATTRIBUTE-TO-OWNERS
956319     END-IF
956320     EXIT.
980193 SCAN-FX-DEALS.
980193*Foreign notes bought or sold for cash move currency over the
980194*counter without a ledger entry, so cash deals are tested against
980194*the structuring rule alongside the cash entries.
980195     MOVE 'N' TO WS-FXD-EOF
980195     OPEN INPUT FX-DEAL-FILE
980196     IF WS-FXD-FILE-STATUS = "00"
980196         PERFORM UNTIL WS-FXD-EOF = 'Y'
980197             READ FX-DEAL-FILE NEXT RECORD
980197                 AT END
980198                     MOVE 'Y' TO WS-FXD-EOF
980198                 NOT AT END
980199                     PERFORM TEST-FX-STRUCTURING
980199             END-READ
980200         END-PERFORM
980200         CLOSE FX-DEAL-FILE
980201     END-IF
980201     EXIT.
980202 TEST-FX-STRUCTURING.
980202*The local amount of the deal counts toward the customer the deal
980203*was done with.
980203     IF FXD-SETTLEMENT = 'C'
980204         AND FXD-CUST-ID NOT = 0
980204         MOVE FXD-DEAL-DATE TO WS-ENTRY-DATE
980205         PERFORM COMPUTE-ENTRY-AGE
980205         IF WS-ENTRY-AGE >= 0
980206             AND WS-ENTRY-AGE < WS-STR-DAYS
980206             AND FXD-LOCAL-AMOUNT >= WS-STR-LOW
980207             AND FXD-LOCAL-AMOUNT < WS-STR-HIGH
980207             MOVE FXD-LOCAL-AMOUNT TO WS-ACT-AMOUNT
980208             MOVE 'S' TO WS-ACT-KIND
980208             MOVE FXD-CUST-ID TO WS-WORK-CUST
980209             PERFORM ADD-TO-CUSTOMER-TABLE
980209         END-IF
980210     END-IF
980210     EXIT.
956320 TEST-DORMANT-ACTIVITY.
956321     IF WS-DRM-ACTIVE = 'Y'
956321         AND WS-REACT-COUNT > 0
956322         AND (WS-CATEGORY = "CASH" OR WS-CATEGORY = "XFER")
956322         PERFORM VARYING WS-REACT-IX FROM 1 BY 1
956323             UNTIL WS-REACT-IX > WS-REACT-COUNT
956323             OR WS-RA-ACCT(WS-REACT-IX) = WS-WORK-ACCT
956324             CONTINUE
956324         END-PERFORM
956325         IF WS-REACT-IX <= WS-REACT-COUNT
956325             AND TRAN-TIMESTAMP >= WS-RA-TS(WS-REACT-IX)
956326             MOVE 'D' TO WS-ACT-KIND
956326             PERFORM ATTRIBUTE-TO-OWNERS
956327         END-IF
956327     END-IF
956328     EXIT.
956328 SCAN-PAYMENT-QUEUE.
956329*First pass finds the date each payee was first paid; the second
956329*counts payments inside the window to payees first paid inside
956330*the same window.
956330     OPEN INPUT EXTERNAL-QUEUE-FILE
956331     IF WS-EPQ-FILE-STATUS = "00"
956331         MOVE 'N' TO WS-EPQ-EOF
956332         PERFORM UNTIL WS-EPQ-EOF = 'Y'
956332             READ EXTERNAL-QUEUE-FILE NEXT RECORD
956333                 AT END
956333                     MOVE 'Y' TO WS-EPQ-EOF
956334                 NOT AT END
956334                     PERFORM NOTE-PAYEE-FIRST-USE
956335             END-READ
956335         END-PERFORM
956336         MOVE 'N' TO WS-EPQ-EOF
956336         MOVE 0 TO EPQ-ID
956337         START EXTERNAL-QUEUE-FILE KEY IS >= EPQ-ID
956337             INVALID KEY
956338                 MOVE 'Y' TO WS-EPQ-EOF
956338         END-START
956339         PERFORM UNTIL WS-EPQ-EOF = 'Y'
956339             READ EXTERNAL-QUEUE-FILE NEXT RECORD
956340                 AT END
956340                     MOVE 'Y' TO WS-EPQ-EOF
956341                 NOT AT END
956341                     PERFORM TEST-NEW-PAYEE
956342             END-READ
956342         END-PERFORM
956343         CLOSE EXTERNAL-QUEUE-FILE
956343     END-IF
956344     EXIT.
956344 NOTE-PAYEE-FIRST-USE.
956345     PERFORM VARYING WS-PAYEE-IX FROM 1 BY 1
956345         UNTIL WS-PAYEE-IX > WS-PAYEE-COUNT
956346         OR WS-PY-ID(WS-PAYEE-IX) = EPQ-PAYEE-ID
956346         CONTINUE
956347     END-PERFORM
956347     IF WS-PAYEE-IX > WS-PAYEE-COUNT
956348         IF WS-PAYEE-COUNT < 2000
956348             ADD 1 TO WS-PAYEE-COUNT
956349             MOVE WS-PAYEE-COUNT TO WS-PAYEE-IX
956349             MOVE EPQ-PAYEE-ID TO WS-PY-ID(WS-PAYEE-IX)
956350             MOVE EPQ-QUEUE-DATE TO WS-PY-FIRST(WS-PAYEE-IX)
956350         ELSE
956351             ADD 1 TO WS-DROPPED-COUNT
956351             DISPLAY "Payee table full, dropped: " EPQ-PAYEE-ID
956352         END-IF
956352     ELSE
956353         IF EPQ-QUEUE-DATE < WS-PY-FIRST(WS-PAYEE-IX)
956353             MOVE EPQ-QUEUE-DATE TO WS-PY-FIRST(WS-PAYEE-IX)
956354         END-IF
956354     END-IF
956355     EXIT.
956355 TEST-NEW-PAYEE.
956356     MOVE EPQ-QUEUE-DATE TO WS-ENTRY-DATE
956356     PERFORM COMPUTE-ENTRY-AGE
956357     IF WS-ENTRY-AGE >= 0 AND WS-ENTRY-AGE < WS-NPY-DAYS
956357         PERFORM VARYING WS-PAYEE-IX FROM 1 BY 1
956358             UNTIL WS-PAYEE-IX > WS-PAYEE-COUNT
956358             OR WS-PY-ID(WS-PAYEE-IX) = EPQ-PAYEE-ID
956359             CONTINUE
956359         END-PERFORM
956360         IF WS-PAYEE-IX <= WS-PAYEE-COUNT
956360             MOVE WS-PY-FIRST(WS-PAYEE-IX) TO WS-ENTRY-DATE
956361             PERFORM COMPUTE-ENTRY-AGE
956361             IF WS-ENTRY-AGE >= 0 AND WS-ENTRY-AGE < WS-NPY-DAYS
956362                 MOVE EPQ-ACCT-NUMBER TO WS-WORK-ACCT
956362                 MOVE EPQ-AMOUNT TO WS-ACT-AMOUNT
956363                 MOVE 'P' TO WS-ACT-KIND
956363                 PERFORM ATTRIBUTE-TO-OWNERS
956364             END-IF
956364         END-IF
956365     END-IF
956365     EXIT.
956366 ATTRIBUTE-TO-OWNERS.
956366     MOVE 'N' TO WS-OWNER-SEEN
956367     MOVE 'N' TO WS-OWNER-EOF
956367     MOVE WS-WORK-ACCT TO OWN-ACCT-NUMBER
956368     MOVE 0 TO OWN-CUST-ID
956368     START OWNER-XREF-FILE KEY IS >= OWN-KEY
956369         INVALID KEY
956369             MOVE 'Y' TO WS-OWNER-EOF
956370     END-START
956370     PERFORM UNTIL WS-OWNER-EOF = 'Y'
956371         READ OWNER-XREF-FILE NEXT RECORD
956371             AT END
956372                 MOVE 'Y' TO WS-OWNER-EOF
956372             NOT AT END
956373                 IF OWN-ACCT-NUMBER NOT = WS-WORK-ACCT
956373                     MOVE 'Y' TO WS-OWNER-EOF
956374                 ELSE
956374                     MOVE 'Y' TO WS-OWNER-SEEN
956375                     MOVE OWN-CUST-ID TO WS-WORK-CUST
956375                     PERFORM ADD-TO-CUSTOMER-TABLE
956376                 END-IF
956376         END-READ
956377     END-PERFORM
956377     IF WS-OWNER-SEEN = 'N'
956378         MOVE WS-WORK-ACCT TO ACCT-NUMBER
956378         READ ACCOUNT-MASTER-FILE
956379             INVALID KEY
956379                 CONTINUE
956380             NOT INVALID KEY
956380                 MOVE ACCT-CUST-ID TO WS-WORK-CUST
956381                 PERFORM ADD-TO-CUSTOMER-TABLE
956381         END-READ
956382     END-IF
956382     EXIT.
956383 ADD-TO-CUSTOMER-TABLE.
956383     PERFORM VARYING WS-CUST-IX FROM 1 BY 1
956384         UNTIL WS-CUST-IX > WS-CUST-COUNT
956384         OR WS-CT-CUST(WS-CUST-IX) = WS-WORK-CUST
956385         CONTINUE
956385     END-PERFORM
956386     IF WS-CUST-IX > WS-CUST-COUNT
956386         IF WS-CUST-COUNT < 2000
956387             ADD 1 TO WS-CUST-COUNT
956387             MOVE WS-CUST-COUNT TO WS-CUST-IX
956388             INITIALIZE WS-CUST-ENTRY(WS-CUST-IX)
956388             MOVE WS-WORK-CUST TO WS-CT-CUST(WS-CUST-IX)
956389         ELSE
956389             ADD 1 TO WS-DROPPED-COUNT
956390             DISPLAY "Customer table full, dropped: "
956390                 WS-WORK-CUST
956391         END-IF
956391     END-IF
956392     IF WS-CUST-IX <= WS-CUST-COUNT
956392         EVALUATE WS-ACT-KIND
956393             WHEN 'S'
956393                 ADD 1 TO WS-CT-STR-COUNT(WS-CUST-IX)
956394                 ADD WS-ACT-AMOUNT TO WS-CT-STR-TOTAL(WS-CUST-IX)
956394             WHEN 'I'
956395                 ADD 1 TO WS-CT-RAP-COUNT(WS-CUST-IX)
956395                 ADD WS-ACT-AMOUNT TO WS-CT-RAP-IN(WS-CUST-IX)
956396             WHEN 'O'
956396                 ADD 1 TO WS-CT-RAP-COUNT(WS-CUST-IX)
956397                 ADD WS-ACT-AMOUNT TO WS-CT-RAP-OUT(WS-CUST-IX)
956397             WHEN 'D'
956398                 ADD 1 TO WS-CT-DRM-COUNT(WS-CUST-IX)
956398                 ADD WS-ACT-AMOUNT TO WS-CT-DRM-TOTAL(WS-CUST-IX)
956399             WHEN 'P'
956399                 ADD 1 TO WS-CT-NPY-COUNT(WS-CUST-IX)
956400                 ADD WS-ACT-AMOUNT TO WS-CT-NPY-TOTAL(WS-CUST-IX)
956400         END-EVALUATE
956401     END-IF
956401     EXIT.
956402 RAISE-CUSTOMER-ALERTS.
956402     OPEN I-O ALERT-FILE
956403     IF WS-ALR-FILE-STATUS = "35"
956403         OPEN OUTPUT ALERT-FILE
956404         CLOSE ALERT-FILE
956404         OPEN I-O ALERT-FILE
956405     END-IF
956405     PERFORM FIND-NEXT-ALERT-ID
956406     OPEN EXTEND ALERT-HISTORY-FILE
956406     PERFORM VARYING WS-CUST-IX FROM 1 BY 1
956407         UNTIL WS-CUST-IX > WS-CUST-COUNT
956407         PERFORM TEST-CUSTOMER-RULES
956408     END-PERFORM
956408     CLOSE ALERT-HISTORY-FILE
956409     CLOSE ALERT-FILE
956409     EXIT.
956410 FIND-NEXT-ALERT-ID.
956410     MOVE 0 TO WS-NEXT-ALERT-ID
956411     MOVE 'N' TO WS-ALR-EOF
956411     PERFORM UNTIL WS-ALR-EOF = 'Y'
956412         READ ALERT-FILE NEXT RECORD
956412             AT END
956413                 MOVE 'Y' TO WS-ALR-EOF
956413             NOT AT END
956414                 IF ALR-ID > WS-NEXT-ALERT-ID
956414                     MOVE ALR-ID TO WS-NEXT-ALERT-ID
956415                 END-IF
956415         END-READ
956416     END-PERFORM
956416     ADD 1 TO WS-NEXT-ALERT-ID
956417     EXIT.
956417 TEST-CUSTOMER-RULES.
956418     IF WS-STR-ACTIVE = 'Y'
956418         AND WS-STR-COUNT > 0
956419         AND WS-CT-STR-COUNT(WS-CUST-IX) >= WS-STR-COUNT
956419         MOVE "STRUCTUR" TO WS-AL-RULE
956420         MOVE WS-STR-DAYS TO WS-AL-DAYS
956420         MOVE WS-CT-STR-COUNT(WS-CUST-IX) TO WS-AL-COUNT
956421         MOVE WS-CT-STR-TOTAL(WS-CUST-IX) TO WS-AL-AMOUNT
956421         MOVE WS-STR-DESC TO WS-AL-DETAIL
956422         PERFORM RAISE-ALERT
956422     END-IF
956423     IF WS-RAP-ACTIVE = 'Y'
956423         AND WS-CT-RAP-IN(WS-CUST-IX) > 0
956424         AND WS-CT-RAP-IN(WS-CUST-IX) >= WS-RAP-LOW
956424         AND WS-CT-RAP-OUT(WS-CUST-IX) * 100 >=
956425             WS-CT-RAP-IN(WS-CUST-IX) * WS-RAP-PERCENT
956425         MOVE "RAPIDMOV" TO WS-AL-RULE
956426         MOVE WS-RAP-DAYS TO WS-AL-DAYS
956426         MOVE WS-CT-RAP-COUNT(WS-CUST-IX) TO WS-AL-COUNT
956427         MOVE WS-CT-RAP-OUT(WS-CUST-IX) TO WS-AL-AMOUNT
956427         MOVE WS-RAP-DESC TO WS-AL-DETAIL
956428         PERFORM RAISE-ALERT
956428     END-IF
956429     IF WS-DRM-ACTIVE = 'Y'
956429         AND WS-CT-DRM-COUNT(WS-CUST-IX) > 0
956430         AND WS-CT-DRM-TOTAL(WS-CUST-IX) >= WS-DRM-LOW
956430         MOVE "DORMREAC" TO WS-AL-RULE
956431         MOVE WS-DRM-DAYS TO WS-AL-DAYS
956431         MOVE WS-CT-DRM-COUNT(WS-CUST-IX) TO WS-AL-COUNT
956432         MOVE WS-CT-DRM-TOTAL(WS-CUST-IX) TO WS-AL-AMOUNT
956432         MOVE WS-DRM-DESC TO WS-AL-DETAIL
956433         PERFORM RAISE-ALERT
956433     END-IF
956434     IF WS-NPY-ACTIVE = 'Y'
956434         AND WS-CT-NPY-COUNT(WS-CUST-IX) > 0
956435         IF (WS-NPY-COUNT > 0
956435             AND WS-CT-NPY-COUNT(WS-CUST-IX) >= WS-NPY-COUNT)
956436             OR WS-CT-NPY-TOTAL(WS-CUST-IX) >= WS-NPY-LOW
956436             MOVE "NEWPAYEE" TO WS-AL-RULE
956437             MOVE WS-NPY-DAYS TO WS-AL-DAYS
956437             MOVE WS-CT-NPY-COUNT(WS-CUST-IX) TO WS-AL-COUNT
956438             MOVE WS-CT-NPY-TOTAL(WS-CUST-IX) TO WS-AL-AMOUNT
956438             MOVE WS-NPY-DESC TO WS-AL-DETAIL
956439             PERFORM RAISE-ALERT
956439         END-IF
956440     END-IF
956440     EXIT.
956441 RAISE-ALERT.
956441*A customer already carrying an open or escalated alert for the
956442*rule, or one raised earlier on this business date, is not
956442*alerted again - the window overlaps from one night to the next.
956443     PERFORM CHECK-EXISTING-ALERT
956443     IF WS-DUP-FOUND = 'Y'
956444         ADD 1 TO WS-SUPPRESSED-COUNT
956444     ELSE
956445         MOVE WS-NEXT-ALERT-ID TO ALR-ID
956445         MOVE WS-CT-CUST(WS-CUST-IX) TO ALR-CUST-ID
956446         MOVE WS-AL-RULE TO ALR-RULE-ID
956446         MOVE WS-BUSINESS-DATE TO ALR-BUS-DATE
956447         MOVE WS-AL-DAYS TO ALR-LOOKBACK-DAYS
956447         MOVE WS-AL-COUNT TO ALR-ITEM-COUNT
956448         MOVE WS-AL-AMOUNT TO ALR-AMOUNT
956448         MOVE WS-AL-DETAIL TO ALR-DETAIL
956449         MOVE 'O' TO ALR-STATUS
956449         MOVE SPACES TO ALR-WORKED-BY
956450         MOVE 0 TO ALR-WORKED-TS
956450         WRITE ALERT-RECORD
956451             INVALID KEY
956451                 DISPLAY "Alert write failed: " ALR-ID
956452                 MOVE 8 TO RETURN-CODE
956452             NOT INVALID KEY
956453                 ADD 1 TO WS-ALERT-COUNT
956453                 PERFORM LOG-ALERT-RAISED
956454                 PERFORM PRINT-ALERT-LINE
956454                 ADD 1 TO WS-NEXT-ALERT-ID
956455         END-WRITE
956455     END-IF
956456     EXIT.
956456 CHECK-EXISTING-ALERT.
956457     MOVE 'N' TO WS-DUP-FOUND
956457     MOVE 'N' TO WS-ALR-EOF
956458     MOVE WS-CT-CUST(WS-CUST-IX) TO ALR-CUST-ID
956458     START ALERT-FILE KEY IS >= ALR-CUST-ID
956459         INVALID KEY
956459             MOVE 'Y' TO WS-ALR-EOF
956460     END-START
956460     PERFORM UNTIL WS-ALR-EOF = 'Y'
956461         READ ALERT-FILE NEXT RECORD
956461             AT END
956462                 MOVE 'Y' TO WS-ALR-EOF
956462             NOT AT END
956463                 IF ALR-CUST-ID NOT = WS-CT-CUST(WS-CUST-IX)
956463                     MOVE 'Y' TO WS-ALR-EOF
956464                 ELSE
956464                     IF ALR-RULE-ID = WS-AL-RULE
956465                         AND (ALR-STATUS = 'O' OR ALR-STATUS = 'E'
956465                         OR ALR-BUS-DATE = WS-BUSINESS-DATE)
956466                         MOVE 'Y' TO WS-DUP-FOUND
956466                         MOVE 'Y' TO WS-ALR-EOF
956467                     END-IF
956467                 END-IF
956468         END-READ
956468     END-PERFORM
956469     EXIT.
956469 LOG-ALERT-RAISED.
956470     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
956470     ACCEPT WS-TIME-PART FROM TIME
956471     MOVE ALR-ID TO ALH-ALERT-ID
956471     MOVE "RAISED" TO ALH-ACTION
956472     MOVE SPACE TO ALH-OLD-STATUS
956472     MOVE 'O' TO ALH-NEW-STATUS
956473     MOVE "AMLMON" TO ALH-OPERATOR
956473     MOVE SPACES TO ALH-NOTE
956474     STRING ALR-RULE-ID DELIMITED BY SIZE
956474         " " DELIMITED BY SIZE
956475         ALR-DETAIL DELIMITED BY SIZE
956475         INTO ALH-NOTE
956476     COMPUTE ALH-TIMESTAMP =
956476         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
956477     WRITE ALERT-HISTORY-RECORD
956477     EXIT.
956478 PRINT-ALERT-LINE.
956478     MOVE ALR-ID TO DT-ALERT-ID
956479     MOVE ALR-CUST-ID TO DT-CUST-ID
956479     MOVE ALR-RULE-ID TO DT-RULE-ID
956480     MOVE ALR-LOOKBACK-DAYS TO DT-DAYS
956480     MOVE ALR-ITEM-COUNT TO DT-ITEMS
956481     MOVE ALR-AMOUNT TO DT-AMOUNT
956481     MOVE ALR-DETAIL TO DT-DETAIL
956482     WRITE REPORT-LINE FROM WS-DETAIL-LINE
956482     EXIT.
956483 PRINT-REPORT-HEADER.
956483     MOVE SPACES TO REPORT-LINE
956484     STRING "SUSPICIOUS ACTIVITY ALERTS  BUSINESS DATE: "
956484         DELIMITED BY SIZE
956485         WS-BUSINESS-DATE DELIMITED BY SIZE
956485         INTO REPORT-LINE
956486     WRITE REPORT-LINE
956486     MOVE SPACES TO REPORT-LINE
956487     WRITE REPORT-LINE
956487     STRING "ALERT ID  CUST    RULE      DAYS ITEMS"
956488         DELIMITED BY SIZE
956488         "         AMOUNT  DETAIL" DELIMITED BY SIZE
956489         INTO REPORT-LINE
956489     WRITE REPORT-LINE
956490     EXIT.
956490 PRINT-REPORT-TRAILER.
956491     MOVE SPACES TO REPORT-LINE
956491     WRITE REPORT-LINE
956492     STRING "ALERTS RAISED: " DELIMITED BY SIZE
956492         WS-ALERT-COUNT DELIMITED BY SIZE
956493         "  ALREADY OPEN (NOT RAISED): " DELIMITED BY SIZE
956493         WS-SUPPRESSED-COUNT DELIMITED BY SIZE
956494         INTO REPORT-LINE
956494     WRITE REPORT-LINE
956495     IF WS-DROPPED-COUNT > 0
956495         MOVE SPACES TO REPORT-LINE
956496         STRING "DROPPED (TABLE FULL): " DELIMITED BY SIZE
956496             WS-DROPPED-COUNT DELIMITED BY SIZE
956497             " - RESULTS INCOMPLETE" DELIMITED BY SIZE
956497             INTO REPORT-LINE
956498         WRITE REPORT-LINE
956498     END-IF
956499     EXIT.
