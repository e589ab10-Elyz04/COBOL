957201 IDENTIFICATION DIVISION.
957201 PROGRAM-ID. RISK_RATING_BATCH.
957202 AUTHOR. ELYZ.
957202 ENVIRONMENT DIVISION.
957203 INPUT-OUTPUT SECTION.
957203 FILE-CONTROL.
957204     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
957204         ORGANIZATION IS INDEXED
957205         ACCESS MODE IS DYNAMIC
957205         RECORD KEY IS CUST-ID
957206         FILE STATUS IS WS-CUST-FILE-STATUS.
957206     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
957207         ORGANIZATION IS INDEXED
957207         ACCESS MODE IS DYNAMIC
957208         RECORD KEY IS ACCT-NUMBER
957208         FILE STATUS IS WS-ACCT-FILE-STATUS.
957209     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
957209         ORGANIZATION IS INDEXED
957210         ACCESS MODE IS DYNAMIC
957210         RECORD KEY IS OWN-KEY
957211         ALTERNATE RECORD KEY IS OWN-CUST-ID
957211             WITH DUPLICATES
957212         FILE STATUS IS WS-OWNR-FILE-STATUS.
957212     SELECT EXTERNAL-QUEUE-FILE ASSIGN TO "EXTPAYQ.DAT"
957213         ORGANIZATION IS INDEXED
957213         ACCESS MODE IS DYNAMIC
957214         RECORD KEY IS EPQ-ID
957214         FILE STATUS IS WS-EPQ-FILE-STATUS.
957215     SELECT WATCH-HIT-FILE ASSIGN TO "WATCHHIT.DAT"
957215         ORGANIZATION IS LINE SEQUENTIAL
957216         FILE STATUS IS WS-WH-FILE-STATUS.
957216     SELECT CTR-HISTORY-FILE ASSIGN TO "CTRHIST.DAT"
957217         ORGANIZATION IS INDEXED
957217         ACCESS MODE IS DYNAMIC
957218         RECORD KEY IS CTR-KEY
957218         FILE STATUS IS WS-CTR-FILE-STATUS.
957219     SELECT CUSTOMER-RISK-FILE ASSIGN TO "CUSTRISK.DAT"
957219         ORGANIZATION IS INDEXED
957220         ACCESS MODE IS DYNAMIC
957220         RECORD KEY IS KYC-CUST-ID
957221         FILE STATUS IS WS-KYC-FILE-STATUS.
957221     SELECT REPORT-FILE ASSIGN TO "RISKRCL.TXT"
957222         ORGANIZATION IS LINE SEQUENTIAL.
957222 DATA DIVISION.
957223 FILE SECTION.
957223 FD  CUSTOMER-MASTER-FILE.
957224     COPY CUSTREC.
957224 FD  ACCOUNT-MASTER-FILE.
957225     COPY ACCTREC.
957225 FD  OWNER-XREF-FILE.
957226     COPY OWNRREC.
957226 FD  EXTERNAL-QUEUE-FILE.
957227     COPY EXTPYREC.
957227 FD  WATCH-HIT-FILE.
957228 01  WATCH-HIT-RECORD.
957228     05  WH-TIMESTAMP            PIC 9(14).
957229     05  WH-WL-ID                PIC 9(4).
957229     05  WH-CUST-NAME            PIC X(35).
957230     05  WH-CUST-SSN             PIC 9(9).
957230     05  WH-OPERATOR             PIC X(20).
957231     05  WH-DECISION             PIC X(10).
957231 FD  CTR-HISTORY-FILE.
957232     COPY CTRHREC.
957232 FD  CUSTOMER-RISK-FILE.
957233     COPY KYCREC.
957233 FD  REPORT-FILE.
957234 01  REPORT-LINE             PIC X(80).
957234 WORKING-STORAGE SECTION.
957235 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
957235 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
957236 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
957236 01  WS-EPQ-FILE-STATUS      PIC XX VALUE "00".
957237 01  WS-WH-FILE-STATUS       PIC XX VALUE "00".
957237 01  WS-CTR-FILE-STATUS      PIC XX VALUE "00".
957238 01  WS-KYC-FILE-STATUS      PIC XX VALUE "00".
957238 01  WS-CUST-EOF             PIC X VALUE 'N'.
957239 01  WS-ACCT-EOF             PIC X VALUE 'N'.
957239 01  WS-OWNER-EOF            PIC X VALUE 'N'.
957240 01  WS-EPQ-EOF              PIC X VALUE 'N'.
957240 01  WS-WH-EOF               PIC X VALUE 'N'.
957241 01  WS-CTR-EOF              PIC X VALUE 'N'.
979001 01  WS-OWNR-OPEN            PIC X VALUE 'N'.
979001 01  WS-CTR-OPEN             PIC X VALUE 'N'.
957241 01  WS-BUSINESS-DATE        PIC 9(8).
957242 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
957242 01  WS-BUS-DATE-INT         PIC 9(8).
957243 01  WS-CTR-FROM-DATE        PIC 9(8).
957243 01  WS-ENTRY-DATE           PIC 9(8).
957244 01  WS-ENTRY-AGE            PIC S9(7).
957244 01  WS-REL-AGE              PIC S9(7).
957245*Scoring thresholds and points; the scheme is described with
957245*the CUSTRISK.DAT layout.
957246 01  WS-WATCH-POINTS         PIC 9(3) VALUE 25.
957246 01  WS-WATCH-MAX            PIC 9(3) VALUE 50.
957247 01  WS-CTR-POINTS           PIC 9(3) VALUE 10.
957247 01  WS-CTR-MAX              PIC 9(3) VALUE 30.
957248 01  WS-EXTPAY-DAYS          PIC 9(3) VALUE 90.
957248 01  WS-EXTPAY-HIGH          PIC 9(9)V99 VALUE 25000.00.
957249 01  WS-EXTPAY-LOW           PIC 9(9)V99 VALUE 5000.00.
957249 01  WS-PRODUCT-LIMIT        PIC 9(3) VALUE 5.
957250 01  WS-HIGH-SCORE           PIC 9(3) VALUE 40.
957250 01  WS-MEDIUM-SCORE         PIC 9(3) VALUE 20.
957251 01  WS-POINTS               PIC 9(3).
957251 01  WS-SCORE                PIC 9(3).
957252 01  WS-NEW-RATING           PIC X.
957252 01  WS-OLD-RATING           PIC X.
957253 01  WS-RISK-FOUND           PIC X VALUE 'N'.
957253 01  WS-OWNER-SEEN           PIC X VALUE 'N'.
957254 01  WS-WORK-ACCT            PIC 9(8).
957254 01  WS-WORK-CUST            PIC 9(6).
957255 01  WS-FALLBACK-CUST        PIC 9(6).
957255 01  WS-ACT-KIND             PIC X.
957256 01  WS-ACT-AMOUNT           PIC S9(9)V99 COMP-3.
957256 01  WS-CUST-IX              PIC 9(4).
957257 01  WS-CUST-COUNT           PIC 9(4) VALUE 0.
957257 01  WS-DROPPED-COUNT        PIC 9(6) VALUE 0.
957258 01  WS-CUST-TABLE.
957258     05  WS-CUST-ENTRY OCCURS 5000.
957259         10  WS-CT-CUST      PIC 9(6).
957259         10  WS-CT-PRODUCTS  PIC 9(3).
957260         10  WS-CT-FIRST-OPEN PIC 9(8).
957260         10  WS-CT-EXTPAY    PIC S9(11)V99 COMP-3.
957261 01  WS-HIT-IX               PIC 9(4).
957261 01  WS-HIT-COUNT            PIC 9(4) VALUE 0.
957262 01  WS-HIT-TABLE.
957262     05  WS-HIT-ENTRY OCCURS 1000.
957263         10  WS-HT-SSN       PIC 9(9).
957263         10  WS-HT-NAME      PIC X(35).
957264 01  WS-FULL-NAME            PIC X(36).
957264 01  WS-WATCH-HITS           PIC 9(3).
957265 01  WS-CTR-COUNT            PIC 9(3).
957265 01  WS-PRODUCTS             PIC 9(3).
957266 01  WS-FIRST-OPEN           PIC 9(8).
957266 01  WS-EXTPAY               PIC S9(11)V99 COMP-3.
957267 01  WS-RATED-COUNT          PIC 9(6) VALUE 0.
957267 01  WS-CHANGED-COUNT        PIC 9(6) VALUE 0.
957268 01  WS-LOW-COUNT            PIC 9(6) VALUE 0.
957268 01  WS-MEDIUM-COUNT         PIC 9(6) VALUE 0.
957269 01  WS-HIGH-COUNT           PIC 9(6) VALUE 0.
957269 01  WS-OVERRIDE-COUNT       PIC 9(6) VALUE 0.
957270 01  WS-DETAIL-LINE.
957270     05  DT-CUST-ID              PIC 9(6).
957271     05  FILLER                  PIC X(2) VALUE SPACES.
957271     05  DT-OLD-RATING           PIC X(3).
957272     05  FILLER                  PIC X(2) VALUE SPACES.
957272     05  DT-NEW-RATING           PIC X(3).
957273     05  FILLER                  PIC X(2) VALUE SPACES.
957273     05  DT-SCORE                PIC ZZ9.
957274     05  FILLER                  PIC X(2) VALUE SPACES.
957274     05  DT-WATCH                PIC ZZ9.
957275     05  FILLER                  PIC X(2) VALUE SPACES.
957275     05  DT-CTR                  PIC ZZ9.
957276     05  FILLER                  PIC X(2) VALUE SPACES.
957276     05  DT-PRODUCTS             PIC ZZ9.
957277     05  FILLER                  PIC X(2) VALUE SPACES.
957277     05  DT-EXTPAY               PIC -9(9).99.
957278     05  FILLER                  PIC X(2) VALUE SPACES.
957278     05  DT-NEXT-REVIEW          PIC 9(8).
957279     05  FILLER                  PIC X(2) VALUE SPACES.
957279     05  DT-OVERRIDE             PIC X(8).
957280 PROCEDURE DIVISION.
957280 MAIN-PARA.
957281     PERFORM SET-BUSINESS-DATE
957281     OPEN OUTPUT REPORT-FILE
957282     PERFORM PRINT-REPORT-HEADER
957282     PERFORM LOAD-WATCH-HITS
957283     OPEN INPUT OWNER-XREF-FILE
979002     IF WS-OWNR-FILE-STATUS = "00"
979002         MOVE 'Y' TO WS-OWNR-OPEN
979003     END-IF
957283     OPEN INPUT ACCOUNT-MASTER-FILE
957284     PERFORM SCAN-ACCOUNTS
957284     PERFORM SCAN-PAYMENT-QUEUE
979003     IF WS-OWNR-OPEN = 'Y'
979004         CLOSE OWNER-XREF-FILE
979004     END-IF
957285     CLOSE ACCOUNT-MASTER-FILE
957286     OPEN INPUT CUSTOMER-MASTER-FILE
957286     IF WS-CUST-FILE-STATUS NOT = "00"
957287         MOVE "NO CUSTOMER MASTER ON FILE" TO REPORT-LINE
957287         WRITE REPORT-LINE
957288     ELSE
957288         OPEN INPUT CTR-HISTORY-FILE
979005*CTRHIST.DAT is only created once a customer has first gone over
979005*the reporting threshold; with none on file no one has any.
979006         IF WS-CTR-FILE-STATUS = "00"
979006             MOVE 'Y' TO WS-CTR-OPEN
979007         END-IF
957289         PERFORM OPEN-RISK-IO
957289         PERFORM UNTIL WS-CUST-EOF = 'Y'
957290             READ CUSTOMER-MASTER-FILE NEXT RECORD
957290                 AT END
957291                     MOVE 'Y' TO WS-CUST-EOF
957291                 NOT AT END
957292                     IF CUST-STATUS NOT = 'C'
957292                         PERFORM RATE-CUSTOMER
957293                     END-IF
957293             END-READ
957294         END-PERFORM
957294         CLOSE CUSTOMER-RISK-FILE
979007         IF WS-CTR-OPEN = 'Y'
979008             CLOSE CTR-HISTORY-FILE
979008         END-IF
957295         CLOSE CUSTOMER-MASTER-FILE
957296     END-IF
957296     PERFORM PRINT-REPORT-TRAILER
957297     CLOSE REPORT-FILE
957297     DISPLAY "Customers rated: " WS-RATED-COUNT
957298         "  rating changes: " WS-CHANGED-COUNT
957298     IF WS-DROPPED-COUNT > 0
957299         DISPLAY "TABLE OVERFLOW - RESULTS INCOMPLETE: "
957299             WS-DROPPED-COUNT
957300         MOVE 8 TO RETURN-CODE
957300     END-IF
957301     GOBACK.
957301 SET-BUSINESS-DATE.
957302     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
957302     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
957303     IF WS-BUS-DATE-ENV NOT = SPACES
957303         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
957304         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
957304             TO WS-BUSINESS-DATE
957305     END-IF
957305     COMPUTE WS-BUS-DATE-INT =
957306         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
957306     COMPUTE WS-CTR-FROM-DATE = WS-BUSINESS-DATE - 10000
957307     IF FUNCTION MOD(WS-CTR-FROM-DATE, 10000) = 229
957307         SUBTRACT 1 FROM WS-CTR-FROM-DATE
957308     END-IF
957308     EXIT.
957309 OPEN-RISK-IO.
957309     OPEN I-O CUSTOMER-RISK-FILE
957310     IF WS-KYC-FILE-STATUS = "35"
957310         OPEN OUTPUT CUSTOMER-RISK-FILE
957311         CLOSE CUSTOMER-RISK-FILE
957311         OPEN I-O CUSTOMER-RISK-FILE
957312     END-IF
957312     EXIT.
957313 LOAD-WATCH-HITS.
957313     OPEN INPUT WATCH-HIT-FILE
957314     IF WS-WH-FILE-STATUS = "00"
957314         PERFORM UNTIL WS-WH-EOF = 'Y'
957315             READ WATCH-HIT-FILE
957315                 AT END
957316                     MOVE 'Y' TO WS-WH-EOF
957316                 NOT AT END
957317                     PERFORM NOTE-WATCH-HIT
957317             END-READ
957318         END-PERFORM
957318         CLOSE WATCH-HIT-FILE
957319     END-IF
957319     EXIT.
957320 NOTE-WATCH-HIT.
957320     IF WS-HIT-COUNT < 1000
957321         ADD 1 TO WS-HIT-COUNT
957321         MOVE WH-CUST-SSN TO WS-HT-SSN(WS-HIT-COUNT)
957322         MOVE FUNCTION UPPER-CASE(WH-CUST-NAME)
957322             TO WS-HT-NAME(WS-HIT-COUNT)
957323     ELSE
957323         ADD 1 TO WS-DROPPED-COUNT
957324         DISPLAY "Watchlist hit table full, dropped: "
957324             WH-CUST-NAME
957325     END-IF
957325     EXIT.
957326 SCAN-ACCOUNTS.
957326*Products held and the start of the relationship come from
957327*every account the customer owns, closed ones included for the
957327*relationship start.
957328     IF WS-ACCT-FILE-STATUS = "00"
957328         PERFORM UNTIL WS-ACCT-EOF = 'Y'
957329             READ ACCOUNT-MASTER-FILE NEXT RECORD
957329                 AT END
957330                     MOVE 'Y' TO WS-ACCT-EOF
957330                 NOT AT END
957331                     MOVE ACCT-NUMBER TO WS-WORK-ACCT
957331                     MOVE ACCT-CUST-ID TO WS-FALLBACK-CUST
957332                     MOVE 'A' TO WS-ACT-KIND
957332                     PERFORM ATTRIBUTE-TO-OWNERS
957333             END-READ
957333         END-PERFORM
957334     END-IF
957334     EXIT.
957335 SCAN-PAYMENT-QUEUE.
957335     OPEN INPUT EXTERNAL-QUEUE-FILE
957336     IF WS-EPQ-FILE-STATUS = "00"
957336         PERFORM UNTIL WS-EPQ-EOF = 'Y'
957337             READ EXTERNAL-QUEUE-FILE NEXT RECORD
957337                 AT END
957338                     MOVE 'Y' TO WS-EPQ-EOF
957338                 NOT AT END
957339                     PERFORM TEST-PAYMENT-ITEM
957339             END-READ
957340         END-PERFORM
957340         CLOSE EXTERNAL-QUEUE-FILE
957341     END-IF
957341     EXIT.
957342 TEST-PAYMENT-ITEM.
957342     MOVE -1 TO WS-ENTRY-AGE
957343     MOVE EPQ-QUEUE-DATE TO WS-ENTRY-DATE
957343     IF WS-ENTRY-DATE > 16010101
957344         AND WS-ENTRY-DATE <= WS-BUSINESS-DATE
957344         COMPUTE WS-ENTRY-AGE = WS-BUS-DATE-INT
957345             - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
957345     END-IF
957346     IF WS-ENTRY-AGE >= 0 AND WS-ENTRY-AGE < WS-EXTPAY-DAYS
957346         MOVE EPQ-ACCT-NUMBER TO WS-WORK-ACCT
957347         MOVE 0 TO WS-FALLBACK-CUST
957347         MOVE EPQ-ACCT-NUMBER TO ACCT-NUMBER
957348         READ ACCOUNT-MASTER-FILE
957348             INVALID KEY
957349                 CONTINUE
957349             NOT INVALID KEY
957350                 MOVE ACCT-CUST-ID TO WS-FALLBACK-CUST
957350         END-READ
957351         MOVE EPQ-AMOUNT TO WS-ACT-AMOUNT
957351         MOVE 'P' TO WS-ACT-KIND
957352         PERFORM ATTRIBUTE-TO-OWNERS
957352     END-IF
957353     EXIT.
957353 ATTRIBUTE-TO-OWNERS.
957354     MOVE 'N' TO WS-OWNER-SEEN
957354     MOVE 'N' TO WS-OWNER-EOF
957355     MOVE WS-WORK-ACCT TO OWN-ACCT-NUMBER
957355     MOVE 0 TO OWN-CUST-ID
979009     IF WS-OWNR-OPEN = 'N'
979009         MOVE 'Y' TO WS-OWNER-EOF
979010     ELSE
979010         START OWNER-XREF-FILE KEY IS >= OWN-KEY
979011             INVALID KEY
979011                 MOVE 'Y' TO WS-OWNER-EOF
979012         END-START
979012     END-IF
957358     PERFORM UNTIL WS-OWNER-EOF = 'Y'
957358         READ OWNER-XREF-FILE NEXT RECORD
957359             AT END
957359                 MOVE 'Y' TO WS-OWNER-EOF
957360             NOT AT END
957360                 IF OWN-ACCT-NUMBER NOT = WS-WORK-ACCT
957361                     MOVE 'Y' TO WS-OWNER-EOF
957361                 ELSE
957362                     MOVE 'Y' TO WS-OWNER-SEEN
957362                     MOVE OWN-CUST-ID TO WS-WORK-CUST
957363                     PERFORM ADD-TO-CUSTOMER-TABLE
957363                 END-IF
957364         END-READ
957364     END-PERFORM
957365     IF WS-OWNER-SEEN = 'N' AND WS-FALLBACK-CUST NOT = 0
957365         MOVE WS-FALLBACK-CUST TO WS-WORK-CUST
957366         PERFORM ADD-TO-CUSTOMER-TABLE
957366     END-IF
957367     EXIT.
957367 ADD-TO-CUSTOMER-TABLE.
957368     PERFORM FIND-CUSTOMER-ENTRY
957368     IF WS-CUST-IX > WS-CUST-COUNT
957369         IF WS-CUST-COUNT < 5000
957369             ADD 1 TO WS-CUST-COUNT
957370             MOVE WS-CUST-COUNT TO WS-CUST-IX
957370             INITIALIZE WS-CUST-ENTRY(WS-CUST-IX)
957371             MOVE WS-WORK-CUST TO WS-CT-CUST(WS-CUST-IX)
957371         ELSE
957372             ADD 1 TO WS-DROPPED-COUNT
957372             DISPLAY "Customer table full, dropped: "
957373                 WS-WORK-CUST
957373         END-IF
957374     END-IF
957374     IF WS-CUST-IX <= WS-CUST-COUNT
957375         IF WS-ACT-KIND = 'A'
957375             IF ACCT-STATUS NOT = 'C'
957376                 ADD 1 TO WS-CT-PRODUCTS(WS-CUST-IX)
957376             END-IF
957377             IF ACCT-OPEN-DATE > 0
957377                 AND (WS-CT-FIRST-OPEN(WS-CUST-IX) = 0
957378                 OR ACCT-OPEN-DATE < WS-CT-FIRST-OPEN(WS-CUST-IX))
957378                 MOVE ACCT-OPEN-DATE
957379                     TO WS-CT-FIRST-OPEN(WS-CUST-IX)
957379             END-IF
957380         ELSE
957380             ADD WS-ACT-AMOUNT TO WS-CT-EXTPAY(WS-CUST-IX)
957381         END-IF
957381     END-IF
957382     EXIT.
957382 FIND-CUSTOMER-ENTRY.
957383     PERFORM VARYING WS-CUST-IX FROM 1 BY 1
957383         UNTIL WS-CUST-IX > WS-CUST-COUNT
957384         OR WS-CT-CUST(WS-CUST-IX) = WS-WORK-CUST
957384         CONTINUE
957385     END-PERFORM
957385     EXIT.
957386 RATE-CUSTOMER.
957386     MOVE CUST-ID TO WS-WORK-CUST
957387     PERFORM FIND-CUSTOMER-ENTRY
957387     IF WS-CUST-IX <= WS-CUST-COUNT
957388         MOVE WS-CT-PRODUCTS(WS-CUST-IX) TO WS-PRODUCTS
957388         MOVE WS-CT-FIRST-OPEN(WS-CUST-IX) TO WS-FIRST-OPEN
957389         MOVE WS-CT-EXTPAY(WS-CUST-IX) TO WS-EXTPAY
957389     ELSE
957390         MOVE 0 TO WS-PRODUCTS
957390         MOVE 0 TO WS-FIRST-OPEN
957391         MOVE 0 TO WS-EXTPAY
957391     END-IF
957392     PERFORM COUNT-WATCH-HITS
957392     PERFORM COUNT-CTR-APPEARANCES
957393     PERFORM COMPUTE-RISK-SCORE
957393     PERFORM UPDATE-RISK-RECORD
957394     EXIT.
957394 COUNT-WATCH-HITS.
957395     MOVE 0 TO WS-WATCH-HITS
957395     MOVE SPACES TO WS-FULL-NAME
957396     STRING FUNCTION TRIM(CUST-FIRST-NAME) DELIMITED BY SIZE
957396         " " DELIMITED BY SIZE
957397         FUNCTION TRIM(CUST-LAST-NAME) DELIMITED BY SIZE
957397         INTO WS-FULL-NAME
957398     MOVE FUNCTION UPPER-CASE(WS-FULL-NAME) TO WS-FULL-NAME
957398     PERFORM VARYING WS-HIT-IX FROM 1 BY 1
957399         UNTIL WS-HIT-IX > WS-HIT-COUNT
957399         IF (WS-HT-SSN(WS-HIT-IX) NOT = 0
957400             AND WS-HT-SSN(WS-HIT-IX) = CUST-SSN)
957400             OR WS-HT-NAME(WS-HIT-IX) = WS-FULL-NAME
957401             ADD 1 TO WS-WATCH-HITS
957401         END-IF
957402     END-PERFORM
957402     EXIT.
957403 COUNT-CTR-APPEARANCES.
957403     MOVE 0 TO WS-CTR-COUNT
957404     MOVE 'N' TO WS-CTR-EOF
957404     MOVE CUST-ID TO CTR-CUST-ID
957405     MOVE WS-CTR-FROM-DATE TO CTR-BUS-DATE
979013     IF WS-CTR-OPEN = 'N'
979013         MOVE 'Y' TO WS-CTR-EOF
979014     ELSE
979014         START CTR-HISTORY-FILE KEY IS > CTR-KEY
979015             INVALID KEY
979015                 MOVE 'Y' TO WS-CTR-EOF
979016         END-START
979016     END-IF
957407     PERFORM UNTIL WS-CTR-EOF = 'Y'
957408         READ CTR-HISTORY-FILE NEXT RECORD
957408             AT END
957409                 MOVE 'Y' TO WS-CTR-EOF
957409             NOT AT END
957410                 IF CTR-CUST-ID NOT = CUST-ID
957410                     OR CTR-BUS-DATE > WS-BUSINESS-DATE
957411                     MOVE 'Y' TO WS-CTR-EOF
957411                 ELSE
957412                     ADD 1 TO WS-CTR-COUNT
957412                 END-IF
957413         END-READ
957413     END-PERFORM
957414     EXIT.
957414 COMPUTE-RISK-SCORE.
957415     MOVE 0 TO WS-SCORE
957415     COMPUTE WS-POINTS = WS-WATCH-HITS * WS-WATCH-POINTS
957416     IF WS-POINTS > WS-WATCH-MAX
957416         MOVE WS-WATCH-MAX TO WS-POINTS
957417     END-IF
957417     ADD WS-POINTS TO WS-SCORE
957418     COMPUTE WS-POINTS = WS-CTR-COUNT * WS-CTR-POINTS
957418     IF WS-POINTS > WS-CTR-MAX
957419         MOVE WS-CTR-MAX TO WS-POINTS
957419     END-IF
957420     ADD WS-POINTS TO WS-SCORE
957420     EVALUATE TRUE
957421         WHEN WS-EXTPAY >= WS-EXTPAY-HIGH
957421             ADD 20 TO WS-SCORE
957422         WHEN WS-EXTPAY >= WS-EXTPAY-LOW
957422             ADD 10 TO WS-SCORE
957423         WHEN OTHER
957423             CONTINUE
957424     END-EVALUATE
957424     IF WS-PRODUCTS >= WS-PRODUCT-LIMIT
957425         ADD 10 TO WS-SCORE
957425     END-IF
957426*A customer with no account history is treated as brand new.
957426     MOVE 0 TO WS-REL-AGE
957427     IF WS-FIRST-OPEN > 16010101
957427         AND WS-FIRST-OPEN <= WS-BUSINESS-DATE
957428         COMPUTE WS-REL-AGE = WS-BUS-DATE-INT
957428             - FUNCTION INTEGER-OF-DATE(WS-FIRST-OPEN)
957429     END-IF
957429     EVALUATE TRUE
957430         WHEN WS-REL-AGE < 365
957430             ADD 15 TO WS-SCORE
957431         WHEN WS-REL-AGE < 730
957431             ADD 5 TO WS-SCORE
957432         WHEN OTHER
957432             CONTINUE
957433     END-EVALUATE
957433     EVALUATE TRUE
957434         WHEN WS-SCORE >= WS-HIGH-SCORE
957434             MOVE 'H' TO WS-NEW-RATING
957435         WHEN WS-SCORE >= WS-MEDIUM-SCORE
957435             MOVE 'M' TO WS-NEW-RATING
957436         WHEN OTHER
957436             MOVE 'L' TO WS-NEW-RATING
957437     END-EVALUATE
957437     EXIT.
957438 UPDATE-RISK-RECORD.
957438     MOVE 'N' TO WS-RISK-FOUND
957439     MOVE CUST-ID TO KYC-CUST-ID
957439     READ CUSTOMER-RISK-FILE
957440         INVALID KEY
957440             CONTINUE
957441         NOT INVALID KEY
957441             MOVE 'Y' TO WS-RISK-FOUND
957442     END-READ
957442     IF WS-RISK-FOUND = 'N'
957443         INITIALIZE CUSTOMER-RISK-RECORD
957443         MOVE CUST-ID TO KYC-CUST-ID
957444         MOVE 'N' TO KYC-OVERRIDE
957444         MOVE SPACE TO WS-OLD-RATING
957445     ELSE
957445         MOVE KYC-RATING TO WS-OLD-RATING
957446     END-IF
957446     MOVE WS-NEW-RATING TO KYC-CALC-RATING
957447     MOVE WS-SCORE TO KYC-SCORE
957447     MOVE WS-BUSINESS-DATE TO KYC-CALC-DATE
957448     MOVE WS-WATCH-HITS TO KYC-WATCH-HITS
957448     MOVE WS-CTR-COUNT TO KYC-CTR-COUNT
957449     MOVE WS-PRODUCTS TO KYC-PRODUCT-COUNT
957449     MOVE WS-EXTPAY TO KYC-EXTPAY-AMOUNT
957450     MOVE WS-FIRST-OPEN TO KYC-REL-START-DATE
957450     IF KYC-OVERRIDE NOT = 'Y'
957451         MOVE WS-NEW-RATING TO KYC-RATING
957451     END-IF
957452     CALL "RISK_REVIEW_DATE" USING KYC-RATING
957452         KYC-LAST-REVIEW-DATE KYC-REL-START-DATE
957453         KYC-NEXT-REVIEW-DATE
957453     IF WS-RISK-FOUND = 'N'
957454         WRITE CUSTOMER-RISK-RECORD
957454             INVALID KEY
957455                 DISPLAY "Risk record write failed: " KYC-CUST-ID
957455                 MOVE 8 TO RETURN-CODE
957456         END-WRITE
957456     ELSE
957457         REWRITE CUSTOMER-RISK-RECORD
957457             INVALID KEY
957458                 DISPLAY "Risk record update failed: " KYC-CUST-ID
957458                 MOVE 8 TO RETURN-CODE
957459         END-REWRITE
957459     END-IF
957460     ADD 1 TO WS-RATED-COUNT
957460     EVALUATE KYC-RATING
957461         WHEN 'H'
957461             ADD 1 TO WS-HIGH-COUNT
957462         WHEN 'M'
957462             ADD 1 TO WS-MEDIUM-COUNT
957463         WHEN OTHER
957463             ADD 1 TO WS-LOW-COUNT
957464     END-EVALUATE
957464     IF KYC-OVERRIDE = 'Y'
957465         ADD 1 TO WS-OVERRIDE-COUNT
957465     END-IF
957466     IF KYC-RATING NOT = WS-OLD-RATING
957466         OR (KYC-OVERRIDE = 'Y'
957467             AND KYC-CALC-RATING NOT = KYC-RATING)
957467         ADD 1 TO WS-CHANGED-COUNT
957468         PERFORM PRINT-RATING-LINE
957468     END-IF
957469     EXIT.
957469 PRINT-RATING-LINE.
957470     MOVE KYC-CUST-ID TO DT-CUST-ID
957470     MOVE SPACES TO DT-OLD-RATING
957471     EVALUATE WS-OLD-RATING
957471         WHEN 'H'
957472             MOVE "HI" TO DT-OLD-RATING
957472         WHEN 'M'
957473             MOVE "MED" TO DT-OLD-RATING
957473         WHEN 'L'
957474             MOVE "LOW" TO DT-OLD-RATING
957474         WHEN OTHER
957475             MOVE "NEW" TO DT-OLD-RATING
957475     END-EVALUATE
957476     EVALUATE KYC-CALC-RATING
957476         WHEN 'H'
957477             MOVE "HI" TO DT-NEW-RATING
957477         WHEN 'M'
957478             MOVE "MED" TO DT-NEW-RATING
957478         WHEN OTHER
957479             MOVE "LOW" TO DT-NEW-RATING
957479     END-EVALUATE
957480     MOVE KYC-SCORE TO DT-SCORE
957480     MOVE KYC-WATCH-HITS TO DT-WATCH
957481     MOVE KYC-CTR-COUNT TO DT-CTR
957481     MOVE KYC-PRODUCT-COUNT TO DT-PRODUCTS
957482     MOVE KYC-EXTPAY-AMOUNT TO DT-EXTPAY
957482     MOVE KYC-NEXT-REVIEW-DATE TO DT-NEXT-REVIEW
957483     MOVE SPACES TO DT-OVERRIDE
957483     IF KYC-OVERRIDE = 'Y'
957484         MOVE "OVERRIDE" TO DT-OVERRIDE
957484     END-IF
957485     WRITE REPORT-LINE FROM WS-DETAIL-LINE
957485     EXIT.
957486 PRINT-REPORT-HEADER.
957486     MOVE SPACES TO REPORT-LINE
957487     STRING "CUSTOMER RISK RATING RECALCULATION  BUSINESS DATE: "
957487         DELIMITED BY SIZE
957488         WS-BUSINESS-DATE DELIMITED BY SIZE
957488         INTO REPORT-LINE
957489     WRITE REPORT-LINE
957489     MOVE "NEW AND CHANGED RATINGS" TO REPORT-LINE
957490     WRITE REPORT-LINE
957490     MOVE SPACES TO REPORT-LINE
957491     WRITE REPORT-LINE
957491     STRING "CUST    WAS  CALC SCORE  WL  CTR  PRD   EXT PAY 90D"
957492         DELIMITED BY SIZE
957492         "  NEXT REV" DELIMITED BY SIZE
957493         INTO REPORT-LINE
957493     WRITE REPORT-LINE
957494     EXIT.
957494 PRINT-REPORT-TRAILER.
957495     MOVE SPACES TO REPORT-LINE
957495     WRITE REPORT-LINE
957496     STRING "CUSTOMERS RATED: " DELIMITED BY SIZE
957496         WS-RATED-COUNT DELIMITED BY SIZE
957497         "  CHANGED: " DELIMITED BY SIZE
957497         WS-CHANGED-COUNT DELIMITED BY SIZE
957498         "  OVERRIDES IN FORCE: " DELIMITED BY SIZE
957498         WS-OVERRIDE-COUNT DELIMITED BY SIZE
957499         INTO REPORT-LINE
957499     WRITE REPORT-LINE
957500     MOVE SPACES TO REPORT-LINE
957500     STRING "HIGH: " DELIMITED BY SIZE
957501         WS-HIGH-COUNT DELIMITED BY SIZE
957501         "  MEDIUM: " DELIMITED BY SIZE
957502         WS-MEDIUM-COUNT DELIMITED BY SIZE
957502         "  LOW: " DELIMITED BY SIZE
957503         WS-LOW-COUNT DELIMITED BY SIZE
957503         INTO REPORT-LINE
957504     WRITE REPORT-LINE
957504     IF WS-DROPPED-COUNT > 0
957505         MOVE SPACES TO REPORT-LINE
957505         STRING "DROPPED (TABLE FULL): " DELIMITED BY SIZE
957506             WS-DROPPED-COUNT DELIMITED BY SIZE
957506             " - RESULTS INCOMPLETE" DELIMITED BY SIZE
957507             INTO REPORT-LINE
957507         WRITE REPORT-LINE
957508     END-IF
957508     EXIT.
