884402         ACCESS MODE IS DYNAMIC
884402         RECORD KEY IS RC-KEY
884403         FILE STATUS IS WS-CTL-FILE-STATUS.
961420     SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
961420         ORGANIZATION IS LINE SEQUENTIAL
961421         FILE STATUS IS WS-HIST-FILE-STATUS.
851115     SELECT NOTICE-FILE ASSIGN TO "NOTICES.TXT"
851116         ORGANIZATION IS LINE SEQUENTIAL.
851116     SELECT REGISTER-FILE ASSIGN TO "NOTICEREG.TXT"
851117         ORGANIZATION IS LINE SEQUENTIAL.
969001     SELECT E-NOTICE-FILE ASSIGN TO "ENOTICES.TXT"
969001         ORGANIZATION IS LINE SEQUENTIAL.
969002     SELECT E-NOTICE-INDEX-FILE ASSIGN TO "ENOTCIDX.DAT"
969002         ORGANIZATION IS LINE SEQUENTIAL.
976001     SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO "SDBOX.DAT"
976001         ORGANIZATION IS INDEXED
976002         ACCESS MODE IS DYNAMIC
976002         RECORD KEY IS SDB-KEY
976003         FILE STATUS IS WS-SDB-FILE-STATUS.
851117 DATA DIVISION.
851118 FILE SECTION.
851118 FD  LETTER-CONTROL-FILE.
851125     COPY SNAPREC.
884404 FD  RUN-CONTROL-FILE.
884404     COPY RUNCTLRC.
961422 FD  ACCT-HISTORY-FILE.
961422     COPY AHSTREC.
851126 FD  NOTICE-FILE.
851126 01  NOTICE-LINE             PIC X(80).
851127 FD  REGISTER-FILE.
851127 01  REGISTER-LINE           PIC X(80).
969003 FD  E-NOTICE-FILE.
969003 01  E-NOTICE-LINE           PIC X(80).
969004 FD  E-NOTICE-INDEX-FILE.
969004     COPY EDOCREC.
976003 FD  SAFE-DEPOSIT-BOX-FILE.
976004     COPY SDBXREC.
851128 WORKING-STORAGE SECTION.
851128 01  WS-LTR-FILE-STATUS      PIC XX VALUE "00".
851129 01  WS-DORM-FILE-STATUS     PIC XX VALUE "00".
884405 01  WS-CTL-EOF              PIC X VALUE 'N'.
884406 01  WS-PRIOR-RUN-DATE       PIC 9(8) VALUE 0.
884406 01  WS-PRIOR-NOTICE-DATE    PIC 9(8).
972176 01  WS-PRODUCT-FOUND        PIC X.
972176     COPY PRODREC.
851139 01  WS-AMOUNT-DISP          PIC -9(8).99.
961423 01  WS-HIST-FILE-STATUS     PIC XX VALUE "00".
961423 01  WS-HIST-EOF             PIC X VALUE 'N'.
961424 01  WS-PAYOFF-AFTER         PIC 9(8).
962501 01  WS-LETTER-DETAIL        PIC X(80) VALUE SPACES.
962501 01  WS-CHARGE-TEXT          PIC X(40).
958921 01  WS-EST-MAIL             PIC X VALUE 'N'.
958921 01  WS-EST-NAME             PIC X(30).
958922 01  WS-EST-STREET           PIC X(30).
958922 01  WS-EST-CITY             PIC X(20).
958923 01  WS-EST-STATE            PIC X(2).
958923 01  WS-EST-ZIP              PIC X(10).
969005 01  WS-DLV-FUNCTION         PIC X(8) VALUE "ROUTE".
969005 01  WS-DLV-OPERATOR         PIC X(20) VALUE "NOTICES".
969006 01  WS-SEND-PAPER           PIC X VALUE 'Y'.
969006 01  WS-SEND-ELECTRONIC      PIC X VALUE 'N'.
969007 01  WS-ROUTE-RESULT         PIC X.
969007 01  WS-DELIVERY-TEXT        PIC X(24).
969008 01  WS-E-LINE-NUM           PIC 9(7) VALUE 0.
969008 01  WS-E-DOC-FIRST          PIC 9(7) VALUE 0.
969009 01  WS-ENOTICE-COUNT        PIC 9(6) VALUE 0.
969009 01  WS-WITHHELD-COUNT       PIC 9(6) VALUE 0.
976004 01  WS-SDB-FILE-STATUS      PIC XX VALUE "00".
976005 01  WS-SDB-EOF              PIC X VALUE 'N'.
976005*'Y' while the letter in hand is about a safe deposit box rather
976006*than an account.
976006 01  WS-BOX-NOTICE           PIC X VALUE 'N'.
976007 01  WS-BOX-TEXT             PIC X(9).
851139 PROCEDURE DIVISION.
851140 MAIN-PARA.
851140     PERFORM SET-RUN-PARAMETERS
851141     PERFORM OPEN-LETTER-CONTROL
851141     OPEN OUTPUT NOTICE-FILE
851142     OPEN OUTPUT REGISTER-FILE
969010     OPEN OUTPUT E-NOTICE-FILE
969010     OPEN OUTPUT E-NOTICE-INDEX-FILE
851142     PERFORM PRINT-REGISTER-HEADER
851143     OPEN INPUT CUSTOMER-MASTER-FILE
851143     PERFORM DORMANT-NOTICES
851144     PERFORM MATURITY-AND-OD-NOTICES
962502     PERFORM LOAN-HISTORY-NOTICES
976007     PERFORM SAFE-DEPOSIT-NOTICES
851144     CLOSE CUSTOMER-MASTER-FILE
851145     PERFORM PRINT-REGISTER-TRAILER
851145     CLOSE NOTICE-FILE
851146     CLOSE REGISTER-FILE
969011     CLOSE E-NOTICE-FILE
969011     CLOSE E-NOTICE-INDEX-FILE
851146     CLOSE LETTER-CONTROL-FILE
851147     DISPLAY "Notices produced : " WS-NOTICE-COUNT
851147     DISPLAY "Notices suppressed: " WS-SUPPRESSED-COUNT
969012     DISPLAY "Notices emailed  : " WS-ENOTICE-COUNT
969012     DISPLAY "Paper withheld   : " WS-WITHHELD-COUNT
851148     GOBACK.
851149 SET-RUN-PARAMETERS.
851149     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
851162         OPEN I-O LETTER-CONTROL-FILE
851163         PERFORM SEED-LETTER-TYPES
851163     END-IF
961426     PERFORM ADD-PAYOFF-LETTER-TYPE
962503     PERFORM ADD-LATEPAY-LETTER-TYPE
976008     PERFORM ADD-SDBOX-LETTER-TYPE
851164     EXIT.
961426 ADD-PAYOFF-LETTER-TYPE.
961427*The paid-in-full letter came after the other types, so a file
961427*seeded before it gets the type added on first use.
961428     MOVE "PAIDLOAN" TO LT-TYPE
961428     READ LETTER-CONTROL-FILE
961429         INVALID KEY
961429             MOVE "PAIDLOAN" TO LT-TYPE
961430             MOVE 'Y' TO LT-ENABLED
961430             MOVE "YOUR LOAN HAS BEEN PAID IN FULL. THANK YOU."
961431                 TO LT-BODY
961431             WRITE LETTER-CONTROL-RECORD
961432         NOT INVALID KEY
961432             CONTINUE
961433     END-READ
961433     EXIT.
962504 ADD-LATEPAY-LETTER-TYPE.
962504     MOVE "LATEPAY" TO LT-TYPE
962505     READ LETTER-CONTROL-FILE
962505         INVALID KEY
962506             MOVE "LATEPAY" TO LT-TYPE
962506             MOVE 'Y' TO LT-ENABLED
962507             MOVE "LOAN PAYMENT PAST DUE. LATE CHARGE ADDED."
962507                 TO LT-BODY
962508             WRITE LETTER-CONTROL-RECORD
962508         NOT INVALID KEY
962509             CONTINUE
962509     END-READ
962510     EXIT.
976008 ADD-SDBOX-LETTER-TYPE.
976009     MOVE "SDBOXDUE" TO LT-TYPE
976009     READ LETTER-CONTROL-FILE
976010         INVALID KEY
976010             MOVE "SDBOXDUE" TO LT-TYPE
976011             MOVE 'Y' TO LT-ENABLED
976011             MOVE "SAFE DEPOSIT BOX RENT PAST DUE. ENTRY REFUSED."
976012                 TO LT-BODY
976012             WRITE LETTER-CONTROL-RECORD
976013         NOT INVALID KEY
976013             CONTINUE
976014     END-READ
976014     EXIT.
851165 SEED-LETTER-TYPES.
851165     MOVE "DORMANT" TO LT-TYPE
851166     MOVE 'Y' TO LT-ENABLED
851203         MOVE "MATURITY" TO WS-NOTICE-TYPE
851204         PERFORM NOTICE-FOR-CURRENT-ACCT
851204     END-IF
972177     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972177         WS-PRODUCT-FOUND
851205     IF ACCT-STATUS = 'O' AND ACCT-BALANCE < 0
972178         AND PRD-OD-ALLOWED = 'Y'
851206         PERFORM CHECK-NEWLY-OVERDRAWN
851206         IF WS-PRIOR-FOUND = 'N' OR WS-PRIOR-BALANCE >= 0
851207             MOVE "OVERDRFT" TO WS-NOTICE-TYPE
851208         END-IF
851208     END-IF
851209     EXIT.
962511 LOAN-HISTORY-NOTICES.
961434*Loans paid off since the last completed NOTICES run, from the
961435*LOAN-PAYOFF entries account servicing writes to the account
961435*history, get the paid-in-full letter.  Installments charged
962511*late since then, from the LATE-CHARGE entries the autopay run
962512*writes, get the late-payment letter naming the charge.
961436     IF WS-PRIOR-RUN-DATE > 0
961436         MOVE WS-PRIOR-RUN-DATE TO WS-PAYOFF-AFTER
961437     ELSE
961437         COMPUTE WS-DATE-INT =
961438             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1
961438         COMPUTE WS-PAYOFF-AFTER =
961439             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
961439     END-IF
961440     MOVE 'N' TO WS-HIST-EOF
961440     OPEN INPUT ACCT-HISTORY-FILE
961441     IF WS-HIST-FILE-STATUS NOT = "00"
961441         MOVE 'Y' TO WS-HIST-EOF
961442     END-IF
961442     OPEN INPUT ACCOUNT-MASTER-FILE
961443     PERFORM UNTIL WS-HIST-EOF = 'Y'
961443         READ ACCT-HISTORY-FILE
961444             AT END
961444                 MOVE 'Y' TO WS-HIST-EOF
961445             NOT AT END
961445                 COMPUTE WS-EVENT-DATE =
961446                     AH-TIMESTAMP / 1000000
961446                 IF AH-FIELD-NAME = "LOAN-PAYOFF"
961447                     AND WS-EVENT-DATE > WS-PAYOFF-AFTER
961447                     AND WS-EVENT-DATE NOT > WS-BUSINESS-DATE
961448                     MOVE "PAIDLOAN" TO WS-NOTICE-TYPE
961448                     MOVE AH-ACCT-NUMBER TO ACCT-NUMBER
961449                     PERFORM NOTICE-FOR-ACCOUNT
961449                 END-IF
962513                 IF AH-FIELD-NAME = "LATE-CHARGE"
962513                     AND WS-EVENT-DATE > WS-PAYOFF-AFTER
962514                     AND WS-EVENT-DATE NOT > WS-BUSINESS-DATE
962514                     PERFORM LATE-CHARGE-NOTICE
962515                 END-IF
961450         END-READ
961450     END-PERFORM
961451     IF WS-HIST-FILE-STATUS = "00"
961451         CLOSE ACCT-HISTORY-FILE
961452     END-IF
961452     CLOSE ACCOUNT-MASTER-FILE
961453     EXIT.
962516 LATE-CHARGE-NOTICE.
962516     MOVE "LATEPAY" TO WS-NOTICE-TYPE
962517     MOVE AH-ACCT-NUMBER TO ACCT-NUMBER
962517     MOVE FUNCTION TRIM(AH-NEW-VALUE) TO WS-CHARGE-TEXT
962518     MOVE SPACES TO WS-LETTER-DETAIL
962518     STRING "LATE CHARGE " DELIMITED BY SIZE
962519         WS-CHARGE-TEXT DELIMITED BY "  "
962519         " ON " DELIMITED BY SIZE
962520         AH-OLD-VALUE DELIMITED BY "  "
962520         INTO WS-LETTER-DETAIL
962521     PERFORM NOTICE-FOR-ACCOUNT
962521     MOVE SPACES TO WS-LETTER-DETAIL
962522     EXIT.
976015 SAFE-DEPOSIT-NOTICES.
976015*Boxes whose rent grace period has run out since the last
976016*completed NOTICES run get the delinquency letter, sent to the
976016*renter.  The window is the one the loan letters use.
976017     MOVE 'N' TO WS-SDB-EOF
976017     OPEN INPUT SAFE-DEPOSIT-BOX-FILE
976018     IF WS-SDB-FILE-STATUS NOT = "00"
976018         MOVE 'Y' TO WS-SDB-EOF
976019     END-IF
976019     PERFORM UNTIL WS-SDB-EOF = 'Y'
976020         READ SAFE-DEPOSIT-BOX-FILE NEXT RECORD
976020             AT END
976021                 MOVE 'Y' TO WS-SDB-EOF
976021             NOT AT END
976022                 IF SDB-STATUS = 'R' AND SDB-AMOUNT-DUE > 0
976022                     AND SDB-DELINQ-DATE NOT < WS-PAYOFF-AFTER
976023                     AND SDB-DELINQ-DATE < WS-BUSINESS-DATE
976023                     PERFORM SAFE-DEPOSIT-NOTICE
976024                 END-IF
976024         END-READ
976025     END-PERFORM
976025     IF WS-SDB-FILE-STATUS = "00"
976026         CLOSE SAFE-DEPOSIT-BOX-FILE
976026     END-IF
976027     EXIT.
976027 SAFE-DEPOSIT-NOTICE.
976028     MOVE "SDBOXDUE" TO WS-NOTICE-TYPE
976028     PERFORM LETTER-ENABLED
976029     IF LT-ENABLED NOT = 'Y'
976029         ADD 1 TO WS-SUPPRESSED-COUNT
976030     ELSE
976030         MOVE 'Y' TO WS-BOX-NOTICE
976031         MOVE 0 TO ACCT-NUMBER
976031         MOVE SPACES TO WS-BOX-TEXT
976032         STRING SDB-BRANCH DELIMITED BY SIZE
976032             "-" DELIMITED BY SIZE
976033             SDB-BOX-NUMBER DELIMITED BY SIZE
976033             INTO WS-BOX-TEXT
976034         MOVE SDB-AMOUNT-DUE TO WS-AMOUNT-DISP
976034         MOVE SPACES TO WS-LETTER-DETAIL
976035         STRING "BOX " DELIMITED BY SIZE
976035             WS-BOX-TEXT DELIMITED BY SIZE
976036             "  RENT " DELIMITED BY SIZE
976036             WS-AMOUNT-DISP DELIMITED BY SIZE
976037             " DUE SINCE " DELIMITED BY SIZE
976037             SDB-DUE-DATE DELIMITED BY SIZE
976038             INTO WS-LETTER-DETAIL
976038         MOVE SDB-RENTER-CUST TO CUST-ID
976039         READ CUSTOMER-MASTER-FILE
976039             INVALID KEY
976040                 DISPLAY "Notice customer missing: " CUST-ID
976040             NOT INVALID KEY
976041                 PERFORM WRITE-LETTER
976041         END-READ
976042         MOVE SPACES TO WS-LETTER-DETAIL
976042         MOVE 'N' TO WS-BOX-NOTICE
976043     END-IF
976043     EXIT.
851210 CHECK-NEWLY-OVERDRAWN.
851210*Only a newly overdrawn account is written to, judged from the
851211*latest snapshot before the business date, so the letter does
851236     END-IF
851236     EXIT.
851237 WRITE-LETTER.
958901*Letters for a deceased customer go to the estate contact while
958901*the estate is open.
958902     MOVE 'N' TO WS-EST-MAIL
958902     IF CUST-STATUS = 'D'
958903         CALL "ESTATE_ADDRESS" USING CUST-ID WS-EST-MAIL
958903             WS-EST-NAME WS-EST-STREET WS-EST-CITY
958904             WS-EST-STATE WS-EST-ZIP
958904     END-IF
969013     PERFORM ROUTE-NOTICE
969013     IF WS-SEND-PAPER = 'Y' OR WS-SEND-ELECTRONIC = 'Y'
969014         PERFORM PRINT-LETTER
969014     END-IF
969015     PERFORM WRITE-REGISTER-LINE
969015     EXIT.
969016 ROUTE-NOTICE.
969016*Letters to an estate contact always go on paper.  Otherwise the
969017*customer's delivery preference decides, and paper is held back
969017*while the customer's mail is being returned; a withheld letter
969018*is still entered on the register.
969018     MOVE 'Y' TO WS-SEND-PAPER
969019     MOVE 'N' TO WS-SEND-ELECTRONIC
969019     MOVE 'Y' TO WS-ROUTE-RESULT
969020     IF WS-EST-MAIL NOT = 'Y'
969020         CALL "DELIVERY_CONTROL" USING WS-DLV-FUNCTION CUST-ID
969021             CUST-EMAIL WS-DLV-OPERATOR WS-SEND-PAPER
969021             WS-SEND-ELECTRONIC WS-ROUTE-RESULT
969022     END-IF
969022     IF WS-ROUTE-RESULT = 'W'
969023         ADD 1 TO WS-WITHHELD-COUNT
969023     END-IF
969024     IF WS-SEND-ELECTRONIC = 'Y'
969024         ADD 1 TO WS-ENOTICE-COUNT
969025     END-IF
969025     EVALUATE TRUE
969026         WHEN WS-SEND-PAPER = 'Y' AND WS-SEND-ELECTRONIC = 'Y'
969026             MOVE "PAPER AND EMAIL" TO WS-DELIVERY-TEXT
969027         WHEN WS-SEND-ELECTRONIC = 'Y'
969027             MOVE "EMAIL" TO WS-DELIVERY-TEXT
969028         WHEN WS-SEND-PAPER = 'Y'
969028             MOVE "PAPER" TO WS-DELIVERY-TEXT
969029         WHEN OTHER
969029             MOVE "WITHHELD - MAIL RETURNED" TO WS-DELIVERY-TEXT
969030     END-EVALUATE
969030     EXIT.
969031 PUT-NOTICE-LINE.
969031     IF WS-SEND-PAPER = 'Y'
969032         WRITE NOTICE-LINE
969032     END-IF
969033     IF WS-SEND-ELECTRONIC = 'Y'
969033         MOVE NOTICE-LINE TO E-NOTICE-LINE
969034         WRITE E-NOTICE-LINE
969034         ADD 1 TO WS-E-LINE-NUM
969035     END-IF
969035     EXIT.
969036 PRINT-LETTER.
851237     ADD 1 TO WS-NOTICE-COUNT
969036     COMPUTE WS-E-DOC-FIRST = WS-E-LINE-NUM + 1
851238     MOVE SPACES TO NOTICE-LINE
969037     PERFORM PUT-NOTICE-LINE
851239     MOVE ALL "-" TO NOTICE-LINE
969037     PERFORM PUT-NOTICE-LINE
851240     MOVE SPACES TO NOTICE-LINE
958905     IF WS-EST-MAIL = 'Y'
958905         STRING "ESTATE OF " DELIMITED BY SIZE
958906             CUST-FIRST-NAME DELIMITED BY "  "
958906             " " DELIMITED BY SIZE
958907             CUST-LAST-NAME DELIMITED BY SIZE
958907             INTO NOTICE-LINE
969038         PERFORM PUT-NOTICE-LINE
958908         PERFORM WRITE-ESTATE-ADDRESS
958909     ELSE
851240         STRING CUST-FIRST-NAME DELIMITED BY "  "
851241             " " DELIMITED BY SIZE
851241             CUST-LAST-NAME DELIMITED BY SIZE
851242             INTO NOTICE-LINE
969038         PERFORM PUT-NOTICE-LINE
851243         MOVE CUST-ADDR-STREET TO NOTICE-LINE
969039         PERFORM PUT-NOTICE-LINE
851244         MOVE SPACES TO NOTICE-LINE
851244         STRING CUST-ADDR-CITY DELIMITED BY "  "
851245             ", " DELIMITED BY SIZE
851245             CUST-ADDR-STATE DELIMITED BY SIZE
851246             " " DELIMITED BY SIZE
851246             CUST-ADDR-ZIP DELIMITED BY SIZE
851247             INTO NOTICE-LINE
969039         PERFORM PUT-NOTICE-LINE
958909     END-IF
851248     MOVE SPACES TO NOTICE-LINE
969040     PERFORM PUT-NOTICE-LINE
851249     MOVE LT-BODY TO NOTICE-LINE
969040     PERFORM PUT-NOTICE-LINE
962523     IF WS-LETTER-DETAIL NOT = SPACES
962523         MOVE WS-LETTER-DETAIL TO NOTICE-LINE
969041         PERFORM PUT-NOTICE-LINE
962524     END-IF
976044     IF WS-BOX-NOTICE = 'Y'
976044         MOVE "PLEASE CONTACT THE BRANCH TO PAY THE RENT."
976045             TO NOTICE-LINE
976045         PERFORM PUT-NOTICE-LINE
976046     ELSE
851250         MOVE SPACES TO NOTICE-LINE
851250         MOVE ACCT-BALANCE TO WS-AMOUNT-DISP
851251         STRING "ACCOUNT " DELIMITED BY SIZE
851251             ACCT-NUMBER DELIMITED BY SIZE
851252             "  BALANCE " DELIMITED BY SIZE
851252             WS-AMOUNT-DISP DELIMITED BY SIZE
851253             INTO NOTICE-LINE
969041         PERFORM PUT-NOTICE-LINE
976046     END-IF
969042     IF WS-SEND-ELECTRONIC = 'Y'
969042         PERFORM WRITE-NOTICE-INDEX
969043     END-IF
851254     EXIT.
969043 WRITE-NOTICE-INDEX.
969044     MOVE WS-NOTICE-TYPE TO EDOC-DOC-TYPE
969044     MOVE WS-BUSINESS-DATE TO EDOC-DOC-DATE
969045     MOVE CUST-ID TO EDOC-CUST-ID
969045     MOVE ACCT-NUMBER TO EDOC-ACCT-NUMBER
969046     MOVE SPACES TO EDOC-CUST-NAME
969046     STRING CUST-FIRST-NAME DELIMITED BY "  "
969047         " " DELIMITED BY SIZE
969047         CUST-LAST-NAME DELIMITED BY "  "
969048         INTO EDOC-CUST-NAME
969048     MOVE CUST-EMAIL TO EDOC-EMAIL
969049     MOVE "ENOTICES.TXT" TO EDOC-DOC-FILE
969049     MOVE WS-E-DOC-FIRST TO EDOC-FIRST-LINE
969050     COMPUTE EDOC-LINE-COUNT = WS-E-LINE-NUM - WS-E-DOC-FIRST + 1
969050     WRITE EDOC-INDEX-RECORD
969051     EXIT.
958911 WRITE-ESTATE-ADDRESS.
958911     MOVE SPACES TO NOTICE-LINE
958912     STRING "C/O " DELIMITED BY SIZE
958912         WS-EST-NAME DELIMITED BY SIZE
958913         INTO NOTICE-LINE
969051     PERFORM PUT-NOTICE-LINE
958914     MOVE WS-EST-STREET TO NOTICE-LINE
969052     PERFORM PUT-NOTICE-LINE
958915     MOVE SPACES TO NOTICE-LINE
958915     STRING WS-EST-CITY DELIMITED BY "  "
958916         ", " DELIMITED BY SIZE
958916         WS-EST-STATE DELIMITED BY SIZE
958917         " " DELIMITED BY SIZE
958917         WS-EST-ZIP DELIMITED BY SIZE
958918         INTO NOTICE-LINE
969052     PERFORM PUT-NOTICE-LINE
958919     EXIT.
851255 WRITE-REGISTER-LINE.
851255     MOVE SPACES TO REGISTER-LINE
976047     IF WS-BOX-NOTICE = 'Y'
976047         STRING WS-NOTICE-TYPE DELIMITED BY SIZE
976048             "  BOX " DELIMITED BY SIZE
976048             WS-BOX-TEXT DELIMITED BY SIZE
976049             "  CUST " DELIMITED BY SIZE
976049             CUST-ID DELIMITED BY SIZE
976050             "  " DELIMITED BY SIZE
976050             WS-DELIVERY-TEXT DELIMITED BY SIZE
976051             INTO REGISTER-LINE
976051     ELSE
851256         STRING WS-NOTICE-TYPE DELIMITED BY SIZE
851256             "  ACCT " DELIMITED BY SIZE
851257             ACCT-NUMBER DELIMITED BY SIZE
851257             "  CUST " DELIMITED BY SIZE
851258             CUST-ID DELIMITED BY SIZE
969053             "  " DELIMITED BY SIZE
969053             WS-DELIVERY-TEXT DELIMITED BY SIZE
851258             INTO REGISTER-LINE
976052     END-IF
851259     WRITE REGISTER-LINE
851259     EXIT.
851260 PRINT-REGISTER-HEADER.
851267         WS-NOTICE-COUNT DELIMITED BY SIZE
851267         "  SUPPRESSED: " DELIMITED BY SIZE
851268         WS-SUPPRESSED-COUNT DELIMITED BY SIZE
969054         "  EMAILED: " DELIMITED BY SIZE
969054         WS-ENOTICE-COUNT DELIMITED BY SIZE
969055         "  WITHHELD: " DELIMITED BY SIZE
969055         WS-WITHHELD-COUNT DELIMITED BY SIZE
851268         INTO REGISTER-LINE
851269     WRITE REGISTER-LINE
851269     EXIT.
