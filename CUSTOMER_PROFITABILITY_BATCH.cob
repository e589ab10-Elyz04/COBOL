968301 IDENTIFICATION DIVISION.
968301 PROGRAM-ID. CUSTOMER_PROFITABILITY_BATCH.
968302 AUTHOR. ELYZ.
968302 ENVIRONMENT DIVISION.
968303 INPUT-OUTPUT SECTION.
968303 FILE-CONTROL.
968304     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
968304         ORGANIZATION IS INDEXED
968305         ACCESS MODE IS DYNAMIC
968305         RECORD KEY IS ACCT-NUMBER
968306         FILE STATUS IS WS-ACCT-FILE-STATUS.
968306     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
968307         ORGANIZATION IS INDEXED
968307         ACCESS MODE IS DYNAMIC
968308         RECORD KEY IS OWN-KEY
968308         ALTERNATE RECORD KEY IS OWN-CUST-ID
968309             WITH DUPLICATES
968309         FILE STATUS IS WS-OWNR-FILE-STATUS.
968310     SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP.DAT"
968310         ORGANIZATION IS INDEXED
968311         ACCESS MODE IS DYNAMIC
968311         RECORD KEY IS SNAP-KEY
968312         FILE STATUS IS WS-SNAP-FILE-STATUS.
968312     SELECT TRANSACTION-LEDGER-FILE ASSIGN TO "TRANLOG.DAT"
968313         ORGANIZATION IS INDEXED
968313         ACCESS MODE IS DYNAMIC
968314         RECORD KEY IS TRAN-ID
968314         ALTERNATE RECORD KEY IS TRAN-ACCT-NUMBER
968315             WITH DUPLICATES
968315         FILE STATUS IS WS-TRAN-FILE-STATUS.
968316     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE.DAT"
968316         ORGANIZATION IS INDEXED
968317         ACCESS MODE IS DYNAMIC
968317         RECORD KEY IS TC-CODE
968318         FILE STATUS IS WS-TCODE-FILE-STATUS.
968318     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.DAT"
968319         ORGANIZATION IS INDEXED
968319         ACCESS MODE IS DYNAMIC
968320         RECORD KEY IS FEE-ACCT-TYPE
968320         FILE STATUS IS WS-FEE-FILE-STATUS.
968321     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
968321         ORGANIZATION IS INDEXED
968322         ACCESS MODE IS DYNAMIC
968322         RECORD KEY IS RC-KEY
968323         FILE STATUS IS WS-CTL-FILE-STATUS.
968323     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCH.DAT"
968324         ORGANIZATION IS INDEXED
968324         ACCESS MODE IS DYNAMIC
968325         RECORD KEY IS BR-NUMBER
968325         FILE STATUS IS WS-BRCH-FILE-STATUS.
968326     SELECT REPORT-FILE ASSIGN TO "PROFIT.TXT"
968326         ORGANIZATION IS LINE SEQUENTIAL.
968327 DATA DIVISION.
968327 FILE SECTION.
968328 FD  ACCOUNT-MASTER-FILE.
968328     COPY ACCTREC.
968329 FD  OWNER-XREF-FILE.
968329     COPY OWNRREC.
968330 FD  BALANCE-SNAPSHOT-FILE.
968330     COPY SNAPREC.
968331 FD  TRANSACTION-LEDGER-FILE.
968331     COPY TRANREC.
968332 FD  TRAN-CODE-FILE.
968332     COPY TCODEREC.
968333 FD  FEE-SCHEDULE-FILE.
968333     COPY FEESCHED.
968334 FD  RUN-CONTROL-FILE.
968334     COPY RUNCTLRC.
968335 FD  BRANCH-MASTER-FILE.
968335     COPY BRCHREC.
968336 FD  REPORT-FILE.
968336 01  REPORT-LINE             PIC X(80).
968337 WORKING-STORAGE SECTION.
968337 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
968338 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
968338 01  WS-SNAP-FILE-STATUS     PIC XX VALUE "00".
968339 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
968339 01  WS-TCODE-FILE-STATUS    PIC XX VALUE "00".
968340 01  WS-FEE-FILE-STATUS      PIC XX VALUE "00".
968340 01  WS-CTL-FILE-STATUS      PIC XX VALUE "00".
968341 01  WS-BRCH-FILE-STATUS     PIC XX VALUE "00".
968341 01  WS-ACCT-EOF             PIC X VALUE 'N'.
968342 01  WS-SNAP-EOF             PIC X VALUE 'N'.
968342 01  WS-TRAN-EOF             PIC X VALUE 'N'.
968343 01  WS-OWNER-EOF            PIC X VALUE 'N'.
968343 01  WS-MORE-FOR-ACCT        PIC X VALUE 'Y'.
968344 01  WS-BUSINESS-DATE        PIC 9(8).
968344 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
968345*The report covers the calendar month of the business date; the
968345*month-end run prints the month just ending.
968346 01  WS-REPORT-MONTH         PIC 9(6).
968346 01  WS-MONTH-START          PIC 9(8).
968347 01  WS-MONTH-PERIOD         PIC 9(8).
968347 01  WS-ENTRY-MONTH          PIC 9(6).
968348*Funds-transfer-pricing rate, annual, in the same form as
968348*ACCT-INT-RATE.  Deposits are credited with it for the funds they
968349*provide and loans charged it for the funds they use.  Override
968349*with the FTP-RATE environment variable.
968350 01  WS-FTP-RATE             PIC S9V9999 COMP-3 VALUE 0.0400.
968350 01  WS-FTP-ENV              PIC X(10) VALUE SPACES.
968351 01  WS-FTP-DISP             PIC 9.9999.
968351*Waivers are only known once the month's fee assessment has run:
968352*an account it would have charged that carries no MFEE entry for
968352*the month had its fee waived.
968353 01  WS-FEES-ASSESSED        PIC X VALUE 'N'.
968353 01  WS-FEE-CODE             PIC X(4) VALUE "MFEE".
968354 01  WS-OWNR-OPEN            PIC X VALUE 'N'.
968354 01  WS-SNAP-OPEN            PIC X VALUE 'N'.
968355 01  WS-TRAN-OPEN            PIC X VALUE 'N'.
968355 01  WS-TCODE-OPEN           PIC X VALUE 'N'.
968356 01  WS-FEE-OPEN             PIC X VALUE 'N'.
968356 01  WS-SNAP-TOTAL           PIC S9(13)V99 COMP-3.
968357 01  WS-SNAP-DAYS            PIC 9(3).
968357 01  WS-AC-BRANCH            PIC 9(3).
968358 01  WS-AC-AVG-BAL           PIC S9(11)V99 COMP-3.
968358 01  WS-AC-MFEE              PIC X.
968359 01  WS-AC-WAIVED            PIC X.
968359 01  WS-AC-FIGURES.
968360     05  WS-AC-ACCTS             PIC 9(5).
968360     05  WS-AC-CUSTS             PIC 9(5).
968361     05  WS-AC-UNPROF            PIC 9(5).
968361     05  WS-AC-FLAGGED           PIC 9(5).
968362     05  WS-AC-AVG-DEP           PIC S9(11)V99 COMP-3.
968362     05  WS-AC-AVG-LOAN          PIC S9(11)V99 COMP-3.
968363     05  WS-AC-INT-PAID          PIC S9(11)V99 COMP-3.
968363     05  WS-AC-LOAN-INT          PIC S9(11)V99 COMP-3.
968364     05  WS-AC-FEES              PIC S9(11)V99 COMP-3.
968364     05  WS-AC-WAIVED-AMT        PIC S9(11)V99 COMP-3.
968365     05  WS-AC-FTP               PIC S9(11)V99 COMP-3.
968365     05  WS-AC-NET               PIC S9(11)V99 COMP-3.
968366 01  WS-OWNER-CUST           PIC 9(6).
968366 01  WS-OWNER-ROLE           PIC X.
968367 01  WS-OWNERS-FOUND         PIC 9(3).
968367 01  WS-BRANCH-NUM           PIC 9(3).
968368 01  WS-BRANCH-IX            PIC 9(4).
968368 01  WS-BRANCH-TABLE.
968369     05  WS-BRANCH-ENTRY OCCURS 999.
968369         10  WS-BT-FIGURES.
968370             15  WS-BT-ACCTS         PIC 9(5).
968370             15  WS-BT-CUSTS         PIC 9(5).
968371             15  WS-BT-UNPROF        PIC 9(5).
968371             15  WS-BT-FLAGGED       PIC 9(5).
968372             15  WS-BT-AVG-DEP       PIC S9(11)V99 COMP-3.
968372             15  WS-BT-AVG-LOAN      PIC S9(11)V99 COMP-3.
968373             15  WS-BT-INT-PAID      PIC S9(11)V99 COMP-3.
968373             15  WS-BT-LOAN-INT      PIC S9(11)V99 COMP-3.
968374             15  WS-BT-FEES          PIC S9(11)V99 COMP-3.
968374             15  WS-BT-WAIVED-AMT    PIC S9(11)V99 COMP-3.
968375             15  WS-BT-FTP           PIC S9(11)V99 COMP-3.
968375             15  WS-BT-NET           PIC S9(11)V99 COMP-3.
968376 01  WS-PROD-IX              PIC 9(2).
968376 01  WS-PROD-COUNT           PIC 9(2) VALUE 0.
968377 01  WS-PROD-TABLE.
968377     05  WS-PROD-ENTRY OCCURS 20.
968378         10  WS-PT-TYPE          PIC X(8).
968378         10  WS-PT-FIGURES.
968379             15  WS-PT-ACCTS         PIC 9(5).
968379             15  WS-PT-CUSTS         PIC 9(5).
968380             15  WS-PT-UNPROF        PIC 9(5).
968380             15  WS-PT-FLAGGED       PIC 9(5).
968381             15  WS-PT-AVG-DEP       PIC S9(11)V99 COMP-3.
968381             15  WS-PT-AVG-LOAN      PIC S9(11)V99 COMP-3.
968382             15  WS-PT-INT-PAID      PIC S9(11)V99 COMP-3.
968382             15  WS-PT-LOAN-INT      PIC S9(11)V99 COMP-3.
968383             15  WS-PT-FEES          PIC S9(11)V99 COMP-3.
968383             15  WS-PT-WAIVED-AMT    PIC S9(11)V99 COMP-3.
968384             15  WS-PT-FTP           PIC S9(11)V99 COMP-3.
968384             15  WS-PT-NET           PIC S9(11)V99 COMP-3.
968385 01  WS-GT-FIGURES.
968385     05  WS-GT-ACCTS             PIC 9(5).
968386     05  WS-GT-CUSTS             PIC 9(5).
968386     05  WS-GT-UNPROF            PIC 9(5).
968387     05  WS-GT-FLAGGED           PIC 9(5).
968387     05  WS-GT-AVG-DEP           PIC S9(11)V99 COMP-3.
968388     05  WS-GT-AVG-LOAN          PIC S9(11)V99 COMP-3.
968388     05  WS-GT-INT-PAID          PIC S9(11)V99 COMP-3.
968389     05  WS-GT-LOAN-INT          PIC S9(11)V99 COMP-3.
968389     05  WS-GT-FEES              PIC S9(11)V99 COMP-3.
968390     05  WS-GT-WAIVED-AMT        PIC S9(11)V99 COMP-3.
968390     05  WS-GT-FTP               PIC S9(11)V99 COMP-3.
968391     05  WS-GT-NET               PIC S9(11)V99 COMP-3.
968391*PRINT-TOTAL-BLOCK prints whichever set of figures is moved here.
968392 01  WS-TT-LABEL             PIC X(30).
968392 01  WS-TT-FIGURES.
968393     05  WS-TT-ACCTS             PIC 9(5).
968393     05  WS-TT-CUSTS             PIC 9(5).
968394     05  WS-TT-UNPROF            PIC 9(5).
968394     05  WS-TT-FLAGGED           PIC 9(5).
968395     05  WS-TT-AVG-DEP           PIC S9(11)V99 COMP-3.
968395     05  WS-TT-AVG-LOAN          PIC S9(11)V99 COMP-3.
968396     05  WS-TT-INT-PAID          PIC S9(11)V99 COMP-3.
968396     05  WS-TT-LOAN-INT          PIC S9(11)V99 COMP-3.
968397     05  WS-TT-FEES              PIC S9(11)V99 COMP-3.
968397     05  WS-TT-WAIVED-AMT        PIC S9(11)V99 COMP-3.
968398     05  WS-TT-FTP               PIC S9(11)V99 COMP-3.
968398     05  WS-TT-NET               PIC S9(11)V99 COMP-3.
968399 01  WS-CUST-IX              PIC 9(4).
968399 01  WS-CUST-COUNT           PIC 9(4) VALUE 0.
968400 01  WS-CUST-TABLE.
968400     05  WS-CUST-ENTRY OCCURS 5000.
968401         10  WS-CT-CUST          PIC 9(6).
968401         10  WS-CT-BRANCH        PIC 9(3).
968402         10  WS-CT-HOME-ROLE     PIC X.
968402         10  WS-CT-WAIVED        PIC X.
968403         10  WS-CT-RANKED        PIC X.
968403         10  WS-CT-AVG-DEP       PIC S9(11)V99 COMP-3.
968404         10  WS-CT-AVG-LOAN      PIC S9(11)V99 COMP-3.
968404         10  WS-CT-INT-PAID      PIC S9(11)V99 COMP-3.
968405         10  WS-CT-LOAN-INT      PIC S9(11)V99 COMP-3.
968405         10  WS-CT-FEES          PIC S9(11)V99 COMP-3.
968406         10  WS-CT-NET           PIC S9(11)V99 COMP-3.
968406 01  WS-BEST-IX              PIC 9(4).
968407 01  WS-RANK                 PIC 9(4).
968407 01  WS-DROPPED-COUNT        PIC 9(6) VALUE 0.
968408 01  WS-BRANCHES-SHOWN       PIC 9(3) VALUE 0.
968408 01  WS-COUNT-DISP           PIC Z(4)9.
968409 01  WS-AMT1-DISP            PIC -9(11).99.
968409 01  WS-AMT2-DISP            PIC -9(11).99.
968410 01  WS-AMT3-DISP            PIC -9(11).99.
968410 01  WS-DETAIL-LINE.
968411     05  DT-RANK                 PIC ZZ9.
968411     05  FILLER                  PIC X(1) VALUE SPACES.
968412     05  DT-CUST-ID              PIC 9(6).
968412     05  FILLER                  PIC X(1) VALUE SPACES.
968413     05  DT-AVG-DEP              PIC -9(7).99.
968413     05  FILLER                  PIC X(1) VALUE SPACES.
968414     05  DT-AVG-LOAN             PIC -9(7).99.
968414     05  FILLER                  PIC X(1) VALUE SPACES.
968415     05  DT-INT-PAID             PIC -9(5).99.
968415     05  FILLER                  PIC X(1) VALUE SPACES.
968416     05  DT-LOAN-INT             PIC -9(5).99.
968416     05  FILLER                  PIC X(1) VALUE SPACES.
968417     05  DT-FEES                 PIC -9(4).99.
968417     05  FILLER                  PIC X(1) VALUE SPACES.
968418     05  DT-NET                  PIC -9(6).99.
968418     05  FILLER                  PIC X(1) VALUE SPACES.
968419     05  DT-FLAG                 PIC X(3).
968419 PROCEDURE DIVISION.
968420 MAIN-PARA.
968420     PERFORM SET-RUN-PARAMETERS
968421     PERFORM CHECK-FEE-ASSESSMENT
968421     PERFORM ZERO-TOTALS
968422     PERFORM PRICE-ALL-ACCOUNTS
968422     OPEN OUTPUT REPORT-FILE
968423     PERFORM PRINT-REPORT-HEADER
968423     OPEN INPUT BRANCH-MASTER-FILE
968424     PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
968424         UNTIL WS-BRANCH-IX > 999
968425         IF WS-BT-ACCTS(WS-BRANCH-IX) > 0
968425             PERFORM PRINT-ONE-BRANCH
968426         END-IF
968426     END-PERFORM
968427     IF WS-BRCH-FILE-STATUS = "00"
968427         CLOSE BRANCH-MASTER-FILE
968428     END-IF
968428     PERFORM PRINT-PRODUCT-TOTALS
968429     PERFORM PRINT-REPORT-TRAILER
968429     CLOSE REPORT-FILE
968430     DISPLAY "Accounts priced  : " WS-GT-ACCTS
968430     DISPLAY "Customers ranked : " WS-GT-CUSTS
968431     DISPLAY "Flagged          : " WS-GT-FLAGGED
968431     IF WS-DROPPED-COUNT > 0
968432         DISPLAY "TABLE OVERFLOW - RESULTS INCOMPLETE: "
968432             WS-DROPPED-COUNT
968433         MOVE 8 TO RETURN-CODE
968433     END-IF
968434     GOBACK.
968434 SET-RUN-PARAMETERS.
968435     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
968435     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
968436     IF WS-BUS-DATE-ENV NOT = SPACES
968436         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
968437         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
968437             TO WS-BUSINESS-DATE
968438     END-IF
968438     COMPUTE WS-REPORT-MONTH = WS-BUSINESS-DATE / 100
968439     COMPUTE WS-MONTH-START = (WS-REPORT-MONTH * 100) + 1
968439     COMPUTE WS-MONTH-PERIOD = WS-REPORT-MONTH * 100
968440     ACCEPT WS-FTP-ENV FROM ENVIRONMENT "FTP-RATE"
968440     IF WS-FTP-ENV NOT = SPACES
968441         MOVE FUNCTION NUMVAL(WS-FTP-ENV) TO WS-FTP-RATE
968441     END-IF
968442     EXIT.
968442 CHECK-FEE-ASSESSMENT.
968443     MOVE 'N' TO WS-FEES-ASSESSED
968443     OPEN INPUT RUN-CONTROL-FILE
968444     IF WS-CTL-FILE-STATUS = "00"
968444         MOVE "MONFEE" TO RC-JOB-NAME
968445         MOVE WS-MONTH-PERIOD TO RC-PERIOD
968445         READ RUN-CONTROL-FILE
968446             INVALID KEY
968446                 CONTINUE
968447             NOT INVALID KEY
968447                 IF RC-OUTCOME = 'C'
968448                     MOVE 'Y' TO WS-FEES-ASSESSED
968448                 END-IF
968449         END-READ
968449         CLOSE RUN-CONTROL-FILE
968450     END-IF
968450     EXIT.
968451 ZERO-TOTALS.
968451     PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
968452         UNTIL WS-BRANCH-IX > 999
968452         INITIALIZE WS-BT-FIGURES(WS-BRANCH-IX)
968453     END-PERFORM
968453     INITIALIZE WS-GT-FIGURES
968454     EXIT.
968454 PRICE-ALL-ACCOUNTS.
968455     OPEN INPUT ACCOUNT-MASTER-FILE
968455     IF WS-ACCT-FILE-STATUS NOT = "00"
968456         DISPLAY "Account master file is not available."
968456     ELSE
968457         OPEN INPUT OWNER-XREF-FILE
968457         IF WS-OWNR-FILE-STATUS = "00"
968458             MOVE 'Y' TO WS-OWNR-OPEN
968458         END-IF
968459         OPEN INPUT BALANCE-SNAPSHOT-FILE
968459         IF WS-SNAP-FILE-STATUS = "00"
968460             MOVE 'Y' TO WS-SNAP-OPEN
968460         END-IF
968461         OPEN INPUT TRANSACTION-LEDGER-FILE
968461         IF WS-TRAN-FILE-STATUS = "00"
968462             MOVE 'Y' TO WS-TRAN-OPEN
968462         END-IF
968463         OPEN INPUT TRAN-CODE-FILE
968463         IF WS-TCODE-FILE-STATUS = "00"
968464             MOVE 'Y' TO WS-TCODE-OPEN
968464         END-IF
968465         OPEN INPUT FEE-SCHEDULE-FILE
968465         IF WS-FEE-FILE-STATUS = "00"
968466             MOVE 'Y' TO WS-FEE-OPEN
968466         END-IF
968467         PERFORM UNTIL WS-ACCT-EOF = 'Y'
968467             READ ACCOUNT-MASTER-FILE NEXT RECORD
968468                 AT END
968468                     MOVE 'Y' TO WS-ACCT-EOF
968469                 NOT AT END
968469                     PERFORM CHECK-ONE-ACCOUNT
968470             END-READ
968470         END-PERFORM
968471         IF WS-FEE-OPEN = 'Y'
968471             CLOSE FEE-SCHEDULE-FILE
968472         END-IF
968472         IF WS-TCODE-OPEN = 'Y'
968473             CLOSE TRAN-CODE-FILE
968473         END-IF
968474         IF WS-TRAN-OPEN = 'Y'
968474             CLOSE TRANSACTION-LEDGER-FILE
968475         END-IF
968475         IF WS-SNAP-OPEN = 'Y'
968476             CLOSE BALANCE-SNAPSHOT-FILE
968476         END-IF
968477         IF WS-OWNR-OPEN = 'Y'
968477             CLOSE OWNER-XREF-FILE
968478         END-IF
968478         CLOSE ACCOUNT-MASTER-FILE
968479     END-IF
968479     EXIT.
968480 CHECK-ONE-ACCOUNT.
968480*An account closed before the month began has no snapshots in it
968481*and nothing to contribute.
968481     COMPUTE WS-AC-BRANCH = ACCT-NUMBER / 100000
968482     PERFORM AVERAGE-SNAPSHOTS
968482     IF WS-AC-BRANCH > 0
968483         AND (ACCT-STATUS NOT = 'C' OR WS-SNAP-DAYS > 0)
968483         PERFORM PRICE-ONE-ACCOUNT
968484     END-IF
968484     EXIT.
968485 AVERAGE-SNAPSHOTS.
968485*The average balance is taken over the days of the month that
968486*have a snapshot; an account opened since the last snapshot is
968486*taken at its current balance.
968487     MOVE 0 TO WS-SNAP-TOTAL
968487     MOVE 0 TO WS-SNAP-DAYS
968488     MOVE 'N' TO WS-SNAP-EOF
968488     IF WS-SNAP-OPEN = 'N'
968489         MOVE 'Y' TO WS-SNAP-EOF
968489     ELSE
968490         MOVE ACCT-NUMBER TO SNAP-ACCT-NUMBER
968490         MOVE WS-MONTH-START TO SNAP-DATE
968491         START BALANCE-SNAPSHOT-FILE KEY IS >= SNAP-KEY
968491             INVALID KEY
968492                 MOVE 'Y' TO WS-SNAP-EOF
968492         END-START
968493     END-IF
968493     PERFORM UNTIL WS-SNAP-EOF = 'Y'
968494         READ BALANCE-SNAPSHOT-FILE NEXT RECORD
968494             AT END
968495                 MOVE 'Y' TO WS-SNAP-EOF
968495             NOT AT END
968496                 IF SNAP-ACCT-NUMBER NOT = ACCT-NUMBER
968496                     OR SNAP-DATE > WS-BUSINESS-DATE
968497                     MOVE 'Y' TO WS-SNAP-EOF
968497                 ELSE
968498                     ADD SNAP-BALANCE TO WS-SNAP-TOTAL
968498                     ADD 1 TO WS-SNAP-DAYS
968499                 END-IF
968499         END-READ
968500     END-PERFORM
968500     IF WS-SNAP-DAYS > 0
968501         COMPUTE WS-AC-AVG-BAL ROUNDED =
968501             WS-SNAP-TOTAL / WS-SNAP-DAYS
968502     ELSE
968502         MOVE ACCT-BALANCE TO WS-AC-AVG-BAL
968503     END-IF
968503     EXIT.
968504 PRICE-ONE-ACCOUNT.
968504     INITIALIZE WS-AC-FIGURES
968505     MOVE 1 TO WS-AC-ACCTS
968505     MOVE 'N' TO WS-AC-MFEE
968506     MOVE 'N' TO WS-AC-WAIVED
968506     PERFORM SUM-ACCOUNT-LEDGER
968507     PERFORM CHECK-FEE-WAIVER
968507*A loan carries a negative balance; the funds it uses are the
968508*amount outstanding.
968508     IF ACCT-TYPE = "LOAN"
968509         COMPUTE WS-AC-AVG-LOAN = 0 - WS-AC-AVG-BAL
968509         COMPUTE WS-AC-FTP ROUNDED =
968510             0 - (WS-AC-AVG-LOAN * WS-FTP-RATE / 12)
968510     ELSE
968511         MOVE WS-AC-AVG-BAL TO WS-AC-AVG-DEP
968511         COMPUTE WS-AC-FTP ROUNDED =
968512             WS-AC-AVG-DEP * WS-FTP-RATE / 12
968512     END-IF
968513     COMPUTE WS-AC-NET = WS-AC-FTP - WS-AC-INT-PAID
968513         + WS-AC-LOAN-INT + WS-AC-FEES
968514     PERFORM ADD-TO-BRANCH-TOTALS
968514     PERFORM ADD-TO-PRODUCT-TOTALS
968515     PERFORM CREDIT-OWNERS
968515     EXIT.
968516 SUM-ACCOUNT-LEDGER.
968516     IF WS-TRAN-OPEN = 'N'
968517         MOVE 'Y' TO WS-TRAN-EOF
968517     ELSE
968518         MOVE ACCT-NUMBER TO TRAN-ACCT-NUMBER
968518         START TRANSACTION-LEDGER-FILE KEY IS >= TRAN-ACCT-NUMBER
968519             INVALID KEY
968519                 MOVE 'Y' TO WS-TRAN-EOF
968520             NOT INVALID KEY
968520                 MOVE 'N' TO WS-TRAN-EOF
968521         END-START
968521     END-IF
968522     MOVE 'Y' TO WS-MORE-FOR-ACCT
968522     PERFORM UNTIL WS-TRAN-EOF = 'Y' OR WS-MORE-FOR-ACCT = 'N'
968523         READ TRANSACTION-LEDGER-FILE NEXT RECORD
968523             AT END
968524                 MOVE 'Y' TO WS-TRAN-EOF
968524             NOT AT END
968525                 IF TRAN-ACCT-NUMBER NOT = ACCT-NUMBER
968525                     MOVE 'N' TO WS-MORE-FOR-ACCT
968526                 ELSE
968526                     PERFORM CLASSIFY-ENTRY
968527                 END-IF
968527         END-READ
968528     END-PERFORM
968528     EXIT.
968529 CLASSIFY-ENTRY.
968529*Reversed entries and the reversals themselves cancel out and are
968530*left out, as in the other month-end reports.
968530     COMPUTE WS-ENTRY-MONTH = TRAN-TIMESTAMP / 100000000
968531     IF WS-ENTRY-MONTH = WS-REPORT-MONTH
968531         AND TRAN-STATUS NOT = 'R'
968532         AND TRAN-REVERSAL-OF = 0
968532         AND TRAN-CODE NOT = SPACES
968533         IF TRAN-CODE = WS-FEE-CODE
968533             MOVE 'Y' TO WS-AC-MFEE
968534         END-IF
968534         IF TRAN-CODE = "LNIN"
968535             ADD TRAN-AMOUNT TO WS-AC-LOAN-INT
968535         ELSE
968536             MOVE SPACES TO TC-CATEGORY
968536             IF WS-TCODE-OPEN = 'Y'
968537                 MOVE TRAN-CODE TO TC-CODE
968537                 READ TRAN-CODE-FILE
968538                     INVALID KEY
968538                         MOVE SPACES TO TC-CATEGORY
968539                 END-READ
968539             END-IF
968540             EVALUATE TC-CATEGORY
968540                 WHEN "INT"
968541                     ADD TRAN-AMOUNT TO WS-AC-INT-PAID
968541                 WHEN "FEE"
968542                     ADD TRAN-AMOUNT TO WS-AC-FEES
968542                 WHEN OTHER
968543                     CONTINUE
968543             END-EVALUATE
968544         END-IF
968544     END-IF
968545     EXIT.
968545 CHECK-FEE-WAIVER.
968546*Mirrors the fee assessment: an open account of a type with a
968546*monthly fee that was not charged one had the fee waived.
968547     IF WS-FEES-ASSESSED = 'Y'
968547         AND WS-FEE-OPEN = 'Y'
968548         AND WS-AC-MFEE = 'N'
968548         AND ACCT-STATUS = 'O'
968549         MOVE ACCT-TYPE TO FEE-ACCT-TYPE
968549         READ FEE-SCHEDULE-FILE
968550             INVALID KEY
968550                 CONTINUE
968551             NOT INVALID KEY
968551                 IF FEE-MONTHLY-AMOUNT > 0
968552                     MOVE 'Y' TO WS-AC-WAIVED
968552                     MOVE FEE-MONTHLY-AMOUNT TO WS-AC-WAIVED-AMT
968553                 END-IF
968553         END-READ
968554     END-IF
968554     EXIT.
968555 ADD-TO-BRANCH-TOTALS.
968555     ADD WS-AC-ACCTS TO WS-BT-ACCTS(WS-AC-BRANCH)
968556     ADD WS-AC-AVG-DEP TO WS-BT-AVG-DEP(WS-AC-BRANCH)
968556     ADD WS-AC-AVG-LOAN TO WS-BT-AVG-LOAN(WS-AC-BRANCH)
968557     ADD WS-AC-INT-PAID TO WS-BT-INT-PAID(WS-AC-BRANCH)
968557     ADD WS-AC-LOAN-INT TO WS-BT-LOAN-INT(WS-AC-BRANCH)
968558     ADD WS-AC-FEES TO WS-BT-FEES(WS-AC-BRANCH)
968558     ADD WS-AC-WAIVED-AMT TO WS-BT-WAIVED-AMT(WS-AC-BRANCH)
968559     ADD WS-AC-FTP TO WS-BT-FTP(WS-AC-BRANCH)
968559     ADD WS-AC-NET TO WS-BT-NET(WS-AC-BRANCH)
968560     ADD WS-AC-ACCTS TO WS-GT-ACCTS
968560     ADD WS-AC-AVG-DEP TO WS-GT-AVG-DEP
968561     ADD WS-AC-AVG-LOAN TO WS-GT-AVG-LOAN
968561     ADD WS-AC-INT-PAID TO WS-GT-INT-PAID
968562     ADD WS-AC-LOAN-INT TO WS-GT-LOAN-INT
968562     ADD WS-AC-FEES TO WS-GT-FEES
968563     ADD WS-AC-WAIVED-AMT TO WS-GT-WAIVED-AMT
968563     ADD WS-AC-FTP TO WS-GT-FTP
968564     ADD WS-AC-NET TO WS-GT-NET
968564     EXIT.
968565 ADD-TO-PRODUCT-TOTALS.
968565     MOVE 0 TO WS-PROD-IX
968566     PERFORM VARYING WS-PROD-IX FROM 1 BY 1
968566         UNTIL WS-PROD-IX > WS-PROD-COUNT
968567         OR WS-PT-TYPE(WS-PROD-IX) = ACCT-TYPE
968567         CONTINUE
968568     END-PERFORM
968568     IF WS-PROD-IX > WS-PROD-COUNT
968569         IF WS-PROD-COUNT < 20
968569             ADD 1 TO WS-PROD-COUNT
968570             MOVE WS-PROD-COUNT TO WS-PROD-IX
968570             MOVE ACCT-TYPE TO WS-PT-TYPE(WS-PROD-IX)
968571             INITIALIZE WS-PT-FIGURES(WS-PROD-IX)
968571         ELSE
968572             ADD 1 TO WS-DROPPED-COUNT
968572             DISPLAY "Product table full, dropped: " ACCT-TYPE
968573         END-IF
968573     END-IF
968574     IF WS-PROD-IX <= WS-PROD-COUNT
968574         ADD WS-AC-ACCTS TO WS-PT-ACCTS(WS-PROD-IX)
968575         ADD WS-AC-AVG-DEP TO WS-PT-AVG-DEP(WS-PROD-IX)
968575         ADD WS-AC-AVG-LOAN TO WS-PT-AVG-LOAN(WS-PROD-IX)
968576         ADD WS-AC-INT-PAID TO WS-PT-INT-PAID(WS-PROD-IX)
968576         ADD WS-AC-LOAN-INT TO WS-PT-LOAN-INT(WS-PROD-IX)
968577         ADD WS-AC-FEES TO WS-PT-FEES(WS-PROD-IX)
968577         ADD WS-AC-WAIVED-AMT TO WS-PT-WAIVED-AMT(WS-PROD-IX)
968578         ADD WS-AC-FTP TO WS-PT-FTP(WS-PROD-IX)
968578         ADD WS-AC-NET TO WS-PT-NET(WS-PROD-IX)
968579     END-IF
968579     EXIT.
968580 CREDIT-OWNERS.
968580*Every owner of the account is credited with the whole of it, so a
968581*joint account counts in each owner's relationship.  An account
968581*with no cross-reference rows falls back to ACCT-CUST-ID.
968582     MOVE 0 TO WS-OWNERS-FOUND
968582     MOVE 'N' TO WS-OWNER-EOF
968583     IF WS-OWNR-OPEN = 'N'
968583         MOVE 'Y' TO WS-OWNER-EOF
968584     ELSE
968584         MOVE ACCT-NUMBER TO OWN-ACCT-NUMBER
968585         MOVE 0 TO OWN-CUST-ID
968585         START OWNER-XREF-FILE KEY IS >= OWN-KEY
968586             INVALID KEY
968586                 MOVE 'Y' TO WS-OWNER-EOF
968587         END-START
968587     END-IF
968588     PERFORM UNTIL WS-OWNER-EOF = 'Y'
968588         READ OWNER-XREF-FILE NEXT RECORD
968589             AT END
968589                 MOVE 'Y' TO WS-OWNER-EOF
968590             NOT AT END
968590                 IF OWN-ACCT-NUMBER NOT = ACCT-NUMBER
968591                     MOVE 'Y' TO WS-OWNER-EOF
968591                 ELSE
968592                     ADD 1 TO WS-OWNERS-FOUND
968592                     MOVE OWN-CUST-ID TO WS-OWNER-CUST
968593                     MOVE OWN-ROLE TO WS-OWNER-ROLE
968593                     PERFORM ADD-TO-CUSTOMER-TABLE
968594                 END-IF
968594         END-READ
968595     END-PERFORM
968595     IF WS-OWNERS-FOUND = 0 AND ACCT-CUST-ID > 0
968596         MOVE ACCT-CUST-ID TO WS-OWNER-CUST
968596         MOVE 'P' TO WS-OWNER-ROLE
968597         PERFORM ADD-TO-CUSTOMER-TABLE
968597     END-IF
968598     EXIT.
968598 ADD-TO-CUSTOMER-TABLE.
968599*A customer is ranked at the branch of the lowest-numbered account
968599*they are primary owner of, or failing that the lowest-numbered
968600*account they own at all.  Accounts arrive in number order, so the
968600*first qualifying account seen settles it.
968601     MOVE 0 TO WS-CUST-IX
968601     PERFORM VARYING WS-CUST-IX FROM 1 BY 1
968602         UNTIL WS-CUST-IX > WS-CUST-COUNT
968602         OR WS-CT-CUST(WS-CUST-IX) = WS-OWNER-CUST
968603         CONTINUE
968603     END-PERFORM
968604     IF WS-CUST-IX > WS-CUST-COUNT
968604         IF WS-CUST-COUNT < 5000
968605             ADD 1 TO WS-CUST-COUNT
968605             MOVE WS-CUST-COUNT TO WS-CUST-IX
968606             INITIALIZE WS-CUST-ENTRY(WS-CUST-IX)
968606             MOVE WS-OWNER-CUST TO WS-CT-CUST(WS-CUST-IX)
968607             MOVE WS-AC-BRANCH TO WS-CT-BRANCH(WS-CUST-IX)
968607             MOVE WS-OWNER-ROLE TO WS-CT-HOME-ROLE(WS-CUST-IX)
968608             MOVE 'N' TO WS-CT-WAIVED(WS-CUST-IX)
968608             MOVE 'N' TO WS-CT-RANKED(WS-CUST-IX)
968609         ELSE
968609             ADD 1 TO WS-DROPPED-COUNT
968610             DISPLAY "Customer table full, dropped: "
968610                 WS-OWNER-CUST
968611         END-IF
968611     ELSE
968612         IF WS-CT-HOME-ROLE(WS-CUST-IX) NOT = 'P'
968612             AND WS-OWNER-ROLE = 'P'
968613             MOVE WS-AC-BRANCH TO WS-CT-BRANCH(WS-CUST-IX)
968613             MOVE 'P' TO WS-CT-HOME-ROLE(WS-CUST-IX)
968614         END-IF
968614     END-IF
968615     IF WS-CUST-IX <= WS-CUST-COUNT
968615         ADD WS-AC-AVG-DEP TO WS-CT-AVG-DEP(WS-CUST-IX)
968616         ADD WS-AC-AVG-LOAN TO WS-CT-AVG-LOAN(WS-CUST-IX)
968616         ADD WS-AC-INT-PAID TO WS-CT-INT-PAID(WS-CUST-IX)
968617         ADD WS-AC-LOAN-INT TO WS-CT-LOAN-INT(WS-CUST-IX)
968617         ADD WS-AC-FEES TO WS-CT-FEES(WS-CUST-IX)
968618         ADD WS-AC-NET TO WS-CT-NET(WS-CUST-IX)
968618         IF WS-AC-WAIVED = 'Y'
968619             MOVE 'Y' TO WS-CT-WAIVED(WS-CUST-IX)
968619         END-IF
968620     END-IF
968620     EXIT.
968621 PRINT-ONE-BRANCH.
968621*Customers homed at the branch are listed most profitable first.
968622     ADD 1 TO WS-BRANCHES-SHOWN
968622     PERFORM PRINT-BRANCH-HEADING
968623     MOVE 0 TO WS-RANK
968623     MOVE 1 TO WS-BEST-IX
968624     PERFORM UNTIL WS-BEST-IX = 0
968624         PERFORM FIND-NEXT-BEST
968625         IF WS-BEST-IX > 0
968625             PERFORM PRINT-CUSTOMER-LINE
968626         END-IF
968626     END-PERFORM
968627     MOVE "BRANCH TOTAL" TO WS-TT-LABEL
968627     MOVE WS-BT-FIGURES(WS-BRANCH-IX) TO WS-TT-FIGURES
968628     PERFORM PRINT-TOTAL-BLOCK
968628     EXIT.
968629 FIND-NEXT-BEST.
968629     MOVE 0 TO WS-BEST-IX
968630     PERFORM VARYING WS-CUST-IX FROM 1 BY 1
968630         UNTIL WS-CUST-IX > WS-CUST-COUNT
968631         IF WS-CT-BRANCH(WS-CUST-IX) = WS-BRANCH-IX
968631             AND WS-CT-RANKED(WS-CUST-IX) = 'N'
968632             IF WS-BEST-IX = 0
968632                 MOVE WS-CUST-IX TO WS-BEST-IX
968633             ELSE
968633                 IF WS-CT-NET(WS-CUST-IX) > WS-CT-NET(WS-BEST-IX)
968634                     MOVE WS-CUST-IX TO WS-BEST-IX
968634                 END-IF
968635             END-IF
968635         END-IF
968636     END-PERFORM
968636     EXIT.
968637 PRINT-CUSTOMER-LINE.
968637     MOVE 'Y' TO WS-CT-RANKED(WS-BEST-IX)
968638     ADD 1 TO WS-RANK
968638     ADD 1 TO WS-BT-CUSTS(WS-BRANCH-IX)
968639     ADD 1 TO WS-GT-CUSTS
968639     MOVE WS-RANK TO DT-RANK
968640     MOVE WS-CT-CUST(WS-BEST-IX) TO DT-CUST-ID
968640     MOVE WS-CT-AVG-DEP(WS-BEST-IX) TO DT-AVG-DEP
968641     MOVE WS-CT-AVG-LOAN(WS-BEST-IX) TO DT-AVG-LOAN
968641     MOVE WS-CT-INT-PAID(WS-BEST-IX) TO DT-INT-PAID
968642     MOVE WS-CT-LOAN-INT(WS-BEST-IX) TO DT-LOAN-INT
968642     MOVE WS-CT-FEES(WS-BEST-IX) TO DT-FEES
968643     MOVE WS-CT-NET(WS-BEST-IX) TO DT-NET
968643     MOVE SPACES TO DT-FLAG
968644     IF WS-CT-NET(WS-BEST-IX) < 0
968644         ADD 1 TO WS-BT-UNPROF(WS-BRANCH-IX)
968645         ADD 1 TO WS-GT-UNPROF
968645         IF WS-CT-WAIVED(WS-BEST-IX) = 'Y'
968646             MOVE "UW" TO DT-FLAG
968646             ADD 1 TO WS-BT-FLAGGED(WS-BRANCH-IX)
968647             ADD 1 TO WS-GT-FLAGGED
968647         END-IF
968648     END-IF
968648     WRITE REPORT-LINE FROM WS-DETAIL-LINE
968649     EXIT.
968649 PRINT-BRANCH-HEADING.
968650     MOVE WS-BRANCH-IX TO WS-BRANCH-NUM
968650     MOVE SPACES TO BR-NAME
968651     IF WS-BRCH-FILE-STATUS = "00" OR WS-BRCH-FILE-STATUS = "23"
968651         MOVE WS-BRANCH-NUM TO BR-NUMBER
968652         READ BRANCH-MASTER-FILE
968652             INVALID KEY
968653                 MOVE "(NOT ON FILE)" TO BR-NAME
968653         END-READ
968654     END-IF
968654     MOVE SPACES TO REPORT-LINE
968655     WRITE REPORT-LINE
968655     STRING "BRANCH " DELIMITED BY SIZE
968656         WS-BRANCH-NUM DELIMITED BY SIZE
968656         "  " DELIMITED BY SIZE
968657         BR-NAME DELIMITED BY SIZE
968657         INTO REPORT-LINE
968658     WRITE REPORT-LINE
968658     MOVE SPACES TO REPORT-LINE
968659     STRING "RNK CUSTID AVG DEPOSIT    AVG LOAN  INT PAID"
968659         DELIMITED BY SIZE
968660         "  LOAN INT     FEES        NET FLG" DELIMITED BY SIZE
968660         INTO REPORT-LINE
968661     WRITE REPORT-LINE
968661     EXIT.
968662 PRINT-TOTAL-BLOCK.
968662     MOVE WS-TT-ACCTS TO WS-COUNT-DISP
968663     MOVE SPACES TO REPORT-LINE
968663     STRING "  " DELIMITED BY SIZE
968664         WS-TT-LABEL DELIMITED BY "  "
968664         "  ACCOUNTS: " DELIMITED BY SIZE
968665         WS-COUNT-DISP DELIMITED BY SIZE
968665         INTO REPORT-LINE
968666     WRITE REPORT-LINE
968666     IF WS-TT-CUSTS > 0
968667         MOVE SPACES TO REPORT-LINE
968667         STRING "    CUSTOMERS: " DELIMITED BY SIZE
968668             WS-TT-CUSTS DELIMITED BY SIZE
968668             "  UNPROFITABLE: " DELIMITED BY SIZE
968669             WS-TT-UNPROF DELIMITED BY SIZE
968669             "  FLAGGED UW: " DELIMITED BY SIZE
968670             WS-TT-FLAGGED DELIMITED BY SIZE
968670             INTO REPORT-LINE
968671         WRITE REPORT-LINE
968671     END-IF
968672     MOVE WS-TT-AVG-DEP TO WS-AMT1-DISP
968672     MOVE WS-TT-AVG-LOAN TO WS-AMT2-DISP
968673     MOVE SPACES TO REPORT-LINE
968673     STRING "    AVG DEPOSITS: " DELIMITED BY SIZE
968674         WS-AMT1-DISP DELIMITED BY SIZE
968674         "  AVG LOANS: " DELIMITED BY SIZE
968675         WS-AMT2-DISP DELIMITED BY SIZE
968675         INTO REPORT-LINE
968676     WRITE REPORT-LINE
968676     MOVE WS-TT-INT-PAID TO WS-AMT1-DISP
968677     MOVE WS-TT-LOAN-INT TO WS-AMT2-DISP
968677     MOVE WS-TT-FEES TO WS-AMT3-DISP
968678     MOVE SPACES TO REPORT-LINE
968678     STRING "    INT PAID: " DELIMITED BY SIZE
968679         WS-AMT1-DISP DELIMITED BY SIZE
968679         "  LOAN INT: " DELIMITED BY SIZE
968680         WS-AMT2-DISP DELIMITED BY SIZE
968680         "  FEES: " DELIMITED BY SIZE
968681         WS-AMT3-DISP DELIMITED BY SIZE
968681         INTO REPORT-LINE
968682     WRITE REPORT-LINE
968682     MOVE WS-TT-FTP TO WS-AMT1-DISP
968683     MOVE WS-TT-WAIVED-AMT TO WS-AMT2-DISP
968683     MOVE WS-TT-NET TO WS-AMT3-DISP
968684     MOVE SPACES TO REPORT-LINE
968684     STRING "    FTP: " DELIMITED BY SIZE
968685         WS-AMT1-DISP DELIMITED BY SIZE
968685         "  WAIVED: " DELIMITED BY SIZE
968686         WS-AMT2-DISP DELIMITED BY SIZE
968686         "  NET: " DELIMITED BY SIZE
968687         WS-AMT3-DISP DELIMITED BY SIZE
968687         INTO REPORT-LINE
968688     WRITE REPORT-LINE
968688     EXIT.
968689 PRINT-PRODUCT-TOTALS.
968689     MOVE SPACES TO REPORT-LINE
968690     WRITE REPORT-LINE
968690     MOVE "TOTALS BY PRODUCT" TO REPORT-LINE
968691     WRITE REPORT-LINE
968691     PERFORM VARYING WS-PROD-IX FROM 1 BY 1
968692         UNTIL WS-PROD-IX > WS-PROD-COUNT
968692         MOVE WS-PT-TYPE(WS-PROD-IX) TO WS-TT-LABEL
968693         MOVE WS-PT-FIGURES(WS-PROD-IX) TO WS-TT-FIGURES
968693         PERFORM PRINT-TOTAL-BLOCK
968694     END-PERFORM
968694     EXIT.
968695 PRINT-REPORT-HEADER.
968695     MOVE SPACES TO REPORT-LINE
968696     STRING "CUSTOMER RELATIONSHIP PROFITABILITY  MONTH: "
968696         DELIMITED BY SIZE
968697         WS-REPORT-MONTH DELIMITED BY SIZE
968697         "  BUSINESS DATE: " DELIMITED BY SIZE
968698         WS-BUSINESS-DATE DELIMITED BY SIZE
968698         INTO REPORT-LINE
968699     WRITE REPORT-LINE
968699     MOVE WS-FTP-RATE TO WS-FTP-DISP
968700     MOVE SPACES TO REPORT-LINE
968700     STRING "FUNDS TRANSFER PRICING RATE: " DELIMITED BY SIZE
968701         WS-FTP-DISP DELIMITED BY SIZE
968701         " ANNUAL, CREDITED TO DEPOSITS AND CHARGED TO LOANS"
968702             DELIMITED BY SIZE
968702         INTO REPORT-LINE
968703     WRITE REPORT-LINE
968703     IF WS-FEES-ASSESSED = 'N'
968704         MOVE SPACES TO REPORT-LINE
968704         STRING "MONTHLY FEE ASSESSMENT HAS NOT RUN FOR THE MONTH"
968705             DELIMITED BY SIZE
968705             " - WAIVERS NOT DETERMINED" DELIMITED BY SIZE
968706             INTO REPORT-LINE
968706         WRITE REPORT-LINE
968707     END-IF
968707     EXIT.
968708 PRINT-REPORT-TRAILER.
968708     MOVE SPACES TO REPORT-LINE
968709     WRITE REPORT-LINE
968709     MOVE "GRAND TOTAL" TO WS-TT-LABEL
968710     MOVE WS-GT-FIGURES TO WS-TT-FIGURES
968710     PERFORM PRINT-TOTAL-BLOCK
968711     MOVE SPACES TO REPORT-LINE
968711     WRITE REPORT-LINE
968712     MOVE SPACES TO REPORT-LINE
968712     STRING "NET = FTP - INT PAID + LOAN INT + FEES.  "
968713         DELIMITED BY SIZE
968713         "UW = UNPROFITABLE, FEE WAIVED." DELIMITED BY SIZE
968714         INTO REPORT-LINE
968714     WRITE REPORT-LINE
968715     MOVE SPACES TO REPORT-LINE
968715     STRING "CUSTOMER LINES INCLUDE EVERY ACCOUNT THE CUSTOMER "
968716         DELIMITED BY SIZE
968716         "OWNS; BRANCH AND" DELIMITED BY SIZE
968717         INTO REPORT-LINE
968717     WRITE REPORT-LINE
968718     MOVE SPACES TO REPORT-LINE
968718     STRING "PRODUCT TOTALS COUNT EACH ACCOUNT ONCE, AT ITS OWN "
968719         DELIMITED BY SIZE
968719         "BRANCH." DELIMITED BY SIZE
968720         INTO REPORT-LINE
968720     WRITE REPORT-LINE
968721     IF WS-DROPPED-COUNT > 0
968721         MOVE SPACES TO REPORT-LINE
968722         STRING "DROPPED (TABLE FULL): " DELIMITED BY SIZE
968722             WS-DROPPED-COUNT DELIMITED BY SIZE
968723             " - RESULTS INCOMPLETE" DELIMITED BY SIZE
968723             INTO REPORT-LINE
968724         WRITE REPORT-LINE
968724     END-IF
968725     EXIT.
