710237         ORGANIZATION IS LINE SEQUENTIAL.
710237     SELECT SETTLEMENT-SLIP-FILE ASSIGN TO "DRWSLIP.TXT"
710238         ORGANIZATION IS LINE SEQUENTIAL.
964401     SELECT DRAWER-DENOM-FILE ASSIGN TO "DRWDENOM.DAT"
964401         ORGANIZATION IS INDEXED
964402         ACCESS MODE IS DYNAMIC
964402         RECORD KEY IS DD-OPERATOR
964403         FILE STATUS IS WS-DD-FILE-STATUS.
733401     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
733401         ORGANIZATION IS INDEXED
733402         ACCESS MODE IS DYNAMIC
733403         ALTERNATE RECORD KEY IS HOLD-ACCT-NUMBER
733403             WITH DUPLICATES
733404         FILE STATUS IS WS-HOLD-FILE-STATUS.
955201     SELECT HOLD-POLICY-FILE ASSIGN TO "HOLDPOL.DAT"
955201         ORGANIZATION IS INDEXED
955202         ACCESS MODE IS DYNAMIC
955202         RECORD KEY IS HP-CHECK-KIND
955203         FILE STATUS IS WS-HPOL-FILE-STATUS.
781401     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
781401         ORGANIZATION IS INDEXED
781402         ACCESS MODE IS DYNAMIC
812404         ACCESS MODE IS DYNAMIC
812405         RECORD KEY IS EPQ-ID
812405         FILE STATUS IS WS-EPQ-FILE-STATUS.
958501     SELECT POD-BENEFICIARY-FILE ASSIGN TO "PODBENE.DAT"
958501         ORGANIZATION IS INDEXED
958502         ACCESS MODE IS DYNAMIC
958502         RECORD KEY IS POD-KEY
958503         FILE STATUS IS WS-POD-FILE-STATUS.
958503     SELECT ESTATE-ACCOUNT-FILE ASSIGN TO "ESTACCT.DAT"
958504         ORGANIZATION IS INDEXED
958504         ACCESS MODE IS DYNAMIC
958505         RECORD KEY IS EA-KEY
958505         ALTERNATE RECORD KEY IS EA-ACCT-NUMBER
958506             WITH DUPLICATES
958506         FILE STATUS IS WS-EA-FILE-STATUS.
965301     SELECT MEMO-POST-FILE ASSIGN TO "MEMOPOST.DAT"
965301         ORGANIZATION IS INDEXED
965302         ACCESS MODE IS DYNAMIC
965302         RECORD KEY IS MP-ID
965303         ALTERNATE RECORD KEY IS MP-ACCT-NUMBER
965303             WITH DUPLICATES
965304         FILE STATUS IS WS-MP-FILE-STATUS.
973501     SELECT FX-RATE-FILE ASSIGN TO "FXRATE.DAT"
973501         ORGANIZATION IS INDEXED
973502         ACCESS MODE IS DYNAMIC
973502         RECORD KEY IS FXR-CURRENCY
973503         FILE STATUS IS WS-FXR-FILE-STATUS.
973503     SELECT FX-DEAL-FILE ASSIGN TO "FXDEAL.DAT"
973504         ORGANIZATION IS INDEXED
973504         ACCESS MODE IS DYNAMIC
973505         RECORD KEY IS FXD-RECEIPT-NUMBER
973505         FILE STATUS IS WS-FXD-FILE-STATUS.
973506     SELECT FX-NOTES-FILE ASSIGN TO "FXDRAWER.DAT"
973506         ORGANIZATION IS INDEXED
973507         ACCESS MODE IS DYNAMIC
973507         RECORD KEY IS FXN-KEY
973508         FILE STATUS IS WS-FXN-FILE-STATUS.
973508     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
973509         ORGANIZATION IS LINE SEQUENTIAL.
978601     SELECT CREDIT-REPORT-FILE ASSIGN TO "CRBACCT.DAT"
978601         ORGANIZATION IS INDEXED
978602         ACCESS MODE IS DYNAMIC
978602         RECORD KEY IS CRA-ACCT-NUMBER
978603         FILE STATUS IS WS-CRA-FILE-STATUS.
724691 DATA DIVISION.
173007 FILE SECTION.
950357 FD  ACCOUNT-MASTER-FILE.
710248     05  STL-OVER-SHORT        PIC S9(9)V99.
710249 FD  SETTLEMENT-SLIP-FILE.
710249 01  SLIP-LINE                 PIC X(80).
964404 FD  DRAWER-DENOM-FILE.
964404     COPY DRWDREC.
733405 FD  ACCOUNT-HOLD-FILE.
733405     COPY HOLDREC.
955203 FD  HOLD-POLICY-FILE.
955204     COPY HPOLREC.
781405 FD  OWNER-XREF-FILE.
781405     COPY OWNRREC.
793404 FD  NUMBER-CONTROL-FILE.
882404 01  RECEIPT-CONTROL-RECORD  PIC 9(8).
882405 FD  EXTQ-CONTROL-FILE.
882405 01  EXTQ-CONTROL-RECORD     PIC 9(8).
958508 FD  POD-BENEFICIARY-FILE.
958508     COPY PODREC.
958509 FD  ESTATE-ACCOUNT-FILE.
958509     COPY ESTAREC.
965305 FD  MEMO-POST-FILE.
965305     COPY MEMOREC.
973509 FD  FX-RATE-FILE.
973510     COPY FXRTREC.
973510 FD  FX-DEAL-FILE.
973511     COPY FXDLREC.
973511 FD  FX-NOTES-FILE.
973512     COPY FXDRREC.
973512 FD  GL-JOURNAL-FILE.
973513     COPY GLJRNREC.
978603 FD  CREDIT-REPORT-FILE.
978604     COPY CRBAREC.
402405 WORKING-STORAGE SECTION.
543306 01  WS-MENU-OPTION          PIC 99 VALUE 0.
925885 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
182687 01  WS-CUST-FOUND           PIC X VALUE 'N'.
941685 01  WS-AMOUNT               PIC 9(9)V99 VALUE 0.
836491 01  WS-TRAN-TYPE            PIC X(2).
940601 01  WS-TRAN-CODE            PIC X(4).
799864 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
799865 01  WS-UP-ROLE              PIC X(10).
881442 01  WS-FROM-ACCT            PIC 9(8).
710252 01  WS-EXPECTED-CASH        PIC S9(9)V99 COMP-3.
710253 01  WS-OVER-SHORT           PIC S9(9)V99 COMP-3.
710253 01  WS-SLIP-AMOUNT          PIC -9(8).99.
964405     COPY DENOMTAB.
964405 01  WS-DD-FILE-STATUS       PIC XX VALUE "00".
964406 01  WS-DD-FOUND             PIC X VALUE 'N'.
964406 01  WS-DRW-BRANCH           PIC 9(3).
964407 01  WS-DRW-BRANCH-OK        PIC X VALUE 'N'.
964407 01  WS-DX                   PIC 99.
964408 01  WS-COUNT-IN             PIC 9(7).
964408 01  WS-DENOM-COUNTS.
964409     05  WS-DENOM-COUNT      PIC S9(7) COMP-3 OCCURS 11.
964409 01  WS-DENOM-AMOUNT         PIC S9(9)V99 COMP-3.
964410 01  WS-LAST-COUNTED         PIC S9(9)V99 COMP-3.
964410 01  WS-NET-COUNT            PIC S9(7) COMP-3.
964411 01  WS-VAULT-DIRECTION      PIC X.
964411 01  WS-VAULT-RESULT         PIC X.
964558 01  WS-DENOM-HEAD           PIC X(56) VALUE
964558     "DENOM       OPEN    BOUGHT      SOLD   COUNTED       NET".
964412 01  WS-DENOM-LINE.
964413     05  DN-LABEL            PIC X(8).
964413     05  DN-OPEN             PIC -Z(6)9.
964414     05  FILLER              PIC X(2) VALUE SPACES.
964414     05  DN-BOUGHT           PIC -Z(6)9.
964415     05  FILLER              PIC X(2) VALUE SPACES.
964415     05  DN-SOLD             PIC -Z(6)9.
964416     05  FILLER              PIC X(2) VALUE SPACES.
964416     05  DN-COUNTED          PIC -Z(6)9.
964417     05  FILLER              PIC X(2) VALUE SPACES.
964417     05  DN-NET              PIC -Z(6)9.
733406 01  WS-HOLD-FILE-STATUS     PIC XX VALUE "00".
733406 01  WS-HOLD-OPTION          PIC 9 VALUE 0.
733407 01  WS-HOLD-EOF             PIC X VALUE 'N'.
733408 01  WS-NEXT-HOLD-ID         PIC 9(8).
733408 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
733409 01  WS-AVAILABLE-BAL        PIC S9(9)V99 COMP-3.
972193 01  WS-OD-FEE               PIC 9(3)V99.
972193 01  WS-PRODUCT-FOUND        PIC X.
972194 01  WS-PRODUCT-OK           PIC X VALUE 'Y'.
972194 01  WS-RULE-ACCT            PIC 9(8).
972195 01  WS-RULE-BALANCE         PIC S9(9)V99 COMP-3.
972195 01  WS-RULE-MIN-BALANCE     PIC S9(7)V99 COMP-3.
972196 01  WS-RULE-WDRL-LIMIT      PIC 9(3).
972196 01  WS-MIN-AMOUNT-DISP      PIC Z,ZZZ,ZZ9.99.
972197     COPY PRODREC.
758406 01  WS-DATE-PART            PIC 9(8).
758406 01  WS-TIME-PART            PIC 9(8).
758407 01  WS-REACT-REASON         PIC X(30).
805412     05  WS-DUE-DD           PIC 9(2).
805413 01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
805413                             PIC 9(8).
961395 01  WS-LOAN-OPTION          PIC 9 VALUE 0.
961395 01  WS-LOAN-ACCT            PIC 9(8).
961396 01  WS-LOAN-PAY-KIND        PIC X.
961396 01  WS-LOAN-POSTED          PIC X VALUE 'N'.
961397 01  WS-PAY-SOURCE           PIC X VALUE 'C'.
961397 01  WS-FUND-ACCT            PIC 9(8).
961398 01  WS-FUND-BALANCE         PIC S9(9)V99 COMP-3.
961398 01  WS-FUND-OK              PIC X VALUE 'N'.
961399 01  WS-PAY-INTEREST         PIC S9(9)V99 COMP-3.
961399 01  WS-PAY-PRINCIPAL        PIC S9(9)V99 COMP-3.
961400 01  WS-EXTRA-PRINCIPAL      PIC S9(9)V99 COMP-3.
961400 01  WS-REAMORT-METHOD       PIC X VALUE 'P'.
961401 01  WS-OPEN-ROWS            PIC 9(3).
961401 01  WS-LAST-PAY-NUM         PIC 9(3).
961402 01  WS-LAST-DUE-DATE        PIC 9(8).
961402 01  WS-GOOD-THROUGH         PIC 9(8).
961403 01  WS-PAID-THROUGH         PIC 9(8).
961403 01  WS-INT-DAYS             PIC 9(5).
961404 01  WS-INT-COLLECTED        PIC S9(9)V99 COMP-3.
961404 01  WS-PER-DIEM             PIC S9(7)V99 COMP-3.
961405 01  WS-PAYOFF-PRINCIPAL     PIC S9(9)V99 COMP-3.
961405 01  WS-PAYOFF-INTEREST      PIC S9(9)V99 COMP-3.
961406 01  WS-PAYOFF-AMOUNT        PIC S9(9)V99 COMP-3.
961406 01  WS-LOAN-AMT-DISP        PIC -Z,ZZZ,ZZZ,ZZ9.99.
962001 01  WS-PAY-LATE-FEE         PIC S9(7)V99 COMP-3.
962001 01  WS-PAY-LEFT             PIC S9(9)V99 COMP-3.
962002 01  WS-LATE-OWED            PIC S9(9)V99 COMP-3.
962002 01  WS-PAYOFF-LATE          PIC S9(9)V99 COMP-3.
962003 01  WS-AUTOPAY-ACCT         PIC 9(8).
962003 01  WS-AUTOPAY-CUST         PIC 9(6).
962004 01  WS-AUTOPAY-OK           PIC X VALUE 'N'.
962004 01  WS-OLD-AUTOPAY-DISP     PIC 9(8).
812408 01  WS-PAYEE-FILE-STATUS    PIC XX VALUE "00".
812408 01  WS-EPQ-FILE-STATUS      PIC XX VALUE "00".
812409 01  WS-EXT-OPTION           PIC 9 VALUE 0.
832408 01  WS-NEXT-STOP-ID         PIC 9(8).
832408 01  WS-STOP-MIN             PIC 9(9)V99.
832409 01  WS-STOP-MAX             PIC 9(9)V99.
953301 01  WS-STOP-KIND            PIC X VALUE 'A'.
953301 01  WS-STOP-SERIAL-FROM     PIC 9(10).
953302 01  WS-STOP-SERIAL-TO       PIC 9(10).
824154 01  WS-DATE-INT             PIC 9(8).
824154 01  WS-DAY-OF-WEEK          PIC 9.
824155 01  WS-HOLIDAY-FLAG         PIC X.
824155 01  WS-ROLL-AGAIN           PIC X.
980050 01  WS-SWEEP-FUNCTION       PIC X(4) VALUE "POST".
980050 01  WS-SWEEP-FEE            PIC 9(3)V99.
980051 01  WS-SWEEP-NEED           PIC S9(9)V99 COMP-3.
980051 01  WS-SWEEP-AMOUNT         PIC S9(9)V99 COMP-3.
980052 01  WS-SWEEP-CHK-ACCT       PIC 9(8).
980052 01  WS-SWEEP-SAV-ACCT       PIC 9(8).
980053 01  WS-SWEEP-SAV-BALANCE    PIC S9(9)V99 COMP-3.
980053 01  WS-SWEEP-CHK-BALANCE    PIC S9(9)V99 COMP-3.
980054 01  WS-SWEEP-RESULT         PIC X.
952207 01  WS-PROTECT-ACCT         PIC 9(8).
952207 01  WS-PROTECT-CUST         PIC 9(6).
952208 01  WS-PROTECT-OK           PIC X VALUE 'N'.
952208 01  WS-OLD-PROTECT-DISP     PIC 9(8).
955204 01  WS-HPOL-FILE-STATUS     PIC XX VALUE "00".
955205 01  WS-DEPOSIT-KIND         PIC X VALUE 'C'.
955205 01  WS-CHECK-KIND-TEXT      PIC X(16).
955206 01  WS-TODAY                PIC 9(8).
955206 01  WS-OPEN-AGE             PIC S9(8).
955207 01  WS-NEW-ACCOUNT          PIC X VALUE 'N'.
955207 01  WS-NEXT-DAY-PART        PIC S9(9)V99 COMP-3.
955208 01  WS-STD-PART             PIC S9(9)V99 COMP-3.
955208 01  WS-LARGE-PART           PIC S9(9)V99 COMP-3.
955209 01  WS-STD-DAYS             PIC 9(2).
955209 01  WS-LARGE-DAYS           PIC 9(2).
955210 01  WS-HOLD-DAYS            PIC 9(2).
955210 01  WS-DAYS-COUNTED         PIC 9(2).
955211 01  WS-HOLD-PART            PIC S9(9)V99 COMP-3.
955211 01  WS-HOLD-PART-REASON     PIC X(30).
955212 01  WS-AVAIL-DATE           PIC 9(8).
955212 01  WS-RCPT-IX              PIC 9.
955213 01  WS-RCPT-HOLD-COUNT      PIC 9 VALUE 0.
955213 01  WS-RCPT-HOLDS.
955214     05  WS-RCPT-HOLD OCCURS 3 TIMES.
955214         10  WS-RCPT-HOLD-AMT    PIC S9(9)V99 COMP-3.
955215         10  WS-RCPT-HOLD-DATE   PIC 9(8).
958511 01  WS-POD-OPTION           PIC 9 VALUE 0.
958511 01  WS-POD-FILE-STATUS      PIC XX VALUE "00".
958512 01  WS-EA-FILE-STATUS       PIC XX VALUE "00".
958512 01  WS-POD-EOF              PIC X VALUE 'N'.
958513 01  WS-EA-EOF               PIC X VALUE 'N'.
958513 01  WS-EA-FOUND             PIC X VALUE 'N'.
958514 01  WS-POD-SHOW             PIC X VALUE 'N'.
958514 01  WS-POD-OK               PIC X VALUE 'N'.
958515 01  WS-POD-ACCT             PIC 9(8).
958515 01  WS-POD-PAY-ACCT         PIC 9(8).
958516 01  WS-POD-SEQ              PIC 9(2).
958516 01  WS-POD-LAST-SEQ         PIC 9(2).
958517 01  WS-POD-ACTIVE           PIC 9(2).
958517 01  WS-POD-NAME             PIC X(35).
958518 01  WS-POD-PCT              PIC 9(3)V99.
958518 01  WS-POD-SHARE-TOTAL      PIC 9(4)V99.
958519 01  WS-POD-PCT-DISP         PIC ZZ9.99.
958519 01  WS-POD-BAL-DISP         PIC -Z,ZZZ,ZZZ,ZZ9.99.
963301 01  WS-RCVY-RESULT          PIC X.
963301 01  WS-RCVY-OUTSTANDING     PIC S9(9)V99 COMP-3.
980090 01  WS-RCVY-CHANNEL         PIC X VALUE 'C'.
963302 01  WS-RCVY-DISP            PIC -Z,ZZZ,ZZZ,ZZ9.99.
965306*'B' while the end-of-day batch runs: deposits, withdrawals and
965306*transfers are queued for WS-MEMO-BUS-DATE instead of posted.
965307 01  WS-BATCH-FLAG           PIC X VALUE 'O'.
965307 01  WS-MEMO-BUS-DATE        PIC 9(8) VALUE 0.
965308 01  WS-OPTION-REFUSED       PIC X VALUE 'N'.
965308 01  WS-MP-FILE-STATUS       PIC XX VALUE "00".
965309 01  WS-MP-EOF               PIC X VALUE 'N'.
965309 01  WS-NEXT-MEMO-ID         PIC 9(8) VALUE 0.
965310 01  WS-MEMO-ACCT            PIC 9(8).
965310 01  WS-MEMO-LINK            PIC 9(8).
965311 01  WS-MEMO-QUEUED          PIC X VALUE 'N'.
965311 01  WS-MEMO-NET             PIC S9(9)V99 COMP-3.
965312 01  WS-MEMO-BALANCE         PIC S9(9)V99 COMP-3.
973513 01  WS-FXR-FILE-STATUS      PIC XX VALUE "00".
973514 01  WS-FXD-FILE-STATUS      PIC XX VALUE "00".
973514 01  WS-FXN-FILE-STATUS      PIC XX VALUE "00".
973515 01  WS-FX-OPTION            PIC 9 VALUE 0.
973515 01  WS-FX-OK                PIC X VALUE 'N'.
973516 01  WS-FX-EOF               PIC X VALUE 'N'.
973516 01  WS-FXN-FOUND            PIC X VALUE 'N'.
973517 01  WS-FX-COUNT             PIC 9(3) VALUE 0.
973517 01  WS-FX-SIDE              PIC X.
973518 01  WS-FX-SETTLEMENT        PIC X.
973518 01  WS-FX-CONFIRM           PIC X.
973519 01  WS-FX-CURRENCY          PIC X(3).
973519 01  WS-FX-BRANCH            PIC 9(3).
973520 01  WS-FX-OPEN-DATE         PIC 9(8).
973520 01  WS-FX-FOREIGN           PIC 9(9)V99 VALUE 0.
973521 01  WS-FX-RATE              PIC S9(3)V9(6) COMP-3.
973521 01  WS-FX-MID-RATE          PIC S9(3)V9(6) COMP-3.
973522 01  WS-FX-LOCAL             PIC S9(9)V99 COMP-3.
973522 01  WS-FX-MARGIN            PIC S9(7)V99 COMP-3.
973523 01  WS-FX-ON-HAND           PIC S9(9)V99 COMP-3.
973523 01  WS-FX-ACCT              PIC 9(8).
980100 01  WS-FX-CUST              PIC 9(6).
973524 01  WS-FX-GL-AMOUNT         PIC S9(9)V99 COMP-3.
973524 01  WS-FX-GL-ACCOUNT-CODE   PIC X(10) VALUE "1000-DDA".
973525 01  WS-FX-RATE-DISP         PIC ZZ9.999999.
973525 01  WS-FX-AMT-DISP          PIC Z,ZZZ,ZZZ,ZZ9.99.
978604 01  WS-CRA-FILE-STATUS      PIC XX VALUE "00".
978605 01  WS-CRA-FOUND            PIC X VALUE 'N'.
978605 01  WS-DISPUTE-OPTION       PIC 9 VALUE 0.
978606 01  WS-DISPUTE-CODE         PIC X(2).
978606 01  WS-OLD-DISPUTE-CODE     PIC X(2).
978607 01  WS-DISPUTE-NOTE         PIC X(40).
402406 LINKAGE SECTION.
402408 01  LS-USERNAME             PIC X(20).
402407 01  LS-ROLE                 PIC X(10).
893499 PROCEDURE DIVISION USING LS-USERNAME LS-ROLE.
922399 MAIN-PARA.
922399     CALL "SYSTEM" USING "CLS".
973526     PERFORM UNTIL WS-MENU-OPTION = 22
922399         PERFORM DISPLAY-HEADER
922399         PERFORM DISPLAY-MENU
965313         PERFORM SCREEN-BATCH-OPTION
965313         IF WS-OPTION-REFUSED = 'N'
924871         PERFORM PROCESS-OPTION
965314         END-IF
924872     END-PERFORM
924872     GOBACK.
794394 DISPLAY-HEADER.
843836     DISPLAY "| 9. Overdraft limit             |".
843837     DISPLAY "| 10. Reactivate dormant account |".
843838     DISPLAY "| 11. Account owners             |".
961408     DISPLAY "| 12. Loan servicing             |".
812412     DISPLAY "| 13. External transfers         |".
832410     DISPLAY "| 14. Stop payments              |".
837406     DISPLAY "| 15. Account history            |".
843162     DISPLAY "| 16. As-of balance inquiry      |".
863309     DISPLAY "| 17. Branch master              |".
871413     DISPLAY "| 18. Reprint receipt            |".
952209     DISPLAY "| 19. Overdraft protection       |".
958521     DISPLAY "| 20. POD beneficiaries          |".
973526     DISPLAY "| 21. Currency exchange          |".
973527     DISPLAY "| 22. Go back                    |".
293203     DISPLAY "+---------------------------------+".
973527     DISPLAY "Select an option (1-22): " WITH NO ADVANCING
293203     ACCEPT WS-MENU-OPTION
293203     EXIT.
294294 PROCESS-OPTION.
863315             END-IF
871414         WHEN 18
871414             PERFORM REPRINT-RECEIPT
952210         WHEN 19
952210             PERFORM SET-OD-PROTECTION
958523         WHEN 20
958523             PERFORM POD-BENEFICIARY-MENU
973528         WHEN 21
973528             PERFORM CURRENCY-EXCHANGE-MENU
973529         WHEN 22
533215             DISPLAY ">>> Returning to previous menu..."
533215         WHEN OTHER
533215             DISPLAY "Invalid option. Please try again."
340855     END-EVALUATE
340855     EXIT.
965315 SCREEN-BATCH-OPTION.
965315*While the end-of-day batch runs only work that can be queued for
965316*the next business day, and inquiries, are taken.  Maintenance
965316*would change files the batch is reading, so it is refused.
965317     MOVE 'N' TO WS-OPTION-REFUSED
965317     CALL "BATCH_WINDOW_CHECK" USING WS-BATCH-FLAG
965318         WS-MEMO-BUS-DATE
965318     IF WS-BATCH-FLAG = 'B'
965319         EVALUATE WS-MENU-OPTION
965319             WHEN 1 WHEN 2 WHEN 8 WHEN 9 WHEN 10 WHEN 11
973529             WHEN 12 WHEN 13 WHEN 14 WHEN 17 WHEN 19 WHEN 20
973530             WHEN 21
965320                 MOVE 'Y' TO WS-OPTION-REFUSED
965321                 DISPLAY "End-of-day batch in progress - this"
965321                     " function is not available."
965322                 DISPLAY "Try again once the batch has finished."
965322                 MOVE SPACES TO WS-XL-MESSAGE
965323                 STRING "Refused during EOD batch - option "
965323                     DELIMITED BY SIZE
965324                     WS-MENU-OPTION DELIMITED BY SIZE
965324                     INTO WS-XL-MESSAGE
965325                 PERFORM LOG-ACCESS-DENIED
965325             WHEN 3 WHEN 4 WHEN 6
965326                 DISPLAY "End-of-day batch in progress - postings"
965326                     " are queued for " WS-MEMO-BUS-DATE
965327             WHEN OTHER
965327                 CONTINUE
965328         END-EVALUATE
965328     END-IF
965329     EXIT.
224420 OPEN-ACCOUNT-IO.
224420     OPEN I-O ACCOUNT-MASTER-FILE
224421     IF WS-ACCT-FILE-STATUS = "35"
227719     PERFORM VALIDATE-CUSTOMER
882458     MOVE 'Y' TO WS-OPEN-OK
227720     IF WS-CUST-FOUND = 'Y'
972197         DISPLAY "Account type (product code): "
227721         WITH NO ADVANCING
958786         ACCEPT ACCT-TYPE
972198         MOVE FUNCTION UPPER-CASE(ACCT-TYPE) TO ACCT-TYPE
972198         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972199             WS-PRODUCT-FOUND
972199         IF WS-PRODUCT-FOUND = 'N' OR PRD-STATUS NOT = 'A'
972200             DISPLAY "Not a product currently offered."
972200             DISPLAY "Open cancelled."
972201         ELSE
805416         IF ACCT-TYPE = "LOAN"
805416             DISPLAY "Loan principal amount: " WITH NO ADVANCING
805417             ACCEPT WS-AMOUNT
958786             DISPLAY "Opening deposit amount: " WITH NO ADVANCING
958786             ACCEPT WS-AMOUNT
258556             MOVE WS-AMOUNT TO ACCT-BALANCE
972201             IF WS-AMOUNT < PRD-MIN-OPEN-DEP
972202                 MOVE PRD-MIN-OPEN-DEP TO WS-MIN-AMOUNT-DISP
972202                 DISPLAY "Minimum opening deposit is "
972203                     WS-MIN-AMOUNT-DISP
972203                 MOVE 'N' TO WS-OPEN-OK
972204             END-IF
805418         END-IF
769407         MOVE 0 TO ACCT-TERM-MONTHS
769407         MOVE 0 TO ACCT-MATURITY-DATE
769408         MOVE SPACE TO ACCT-DISPOSITION
769408         MOVE 0 TO ACCT-LINKED-ACCT
972204         EVALUATE TRUE
972205             WHEN ACCT-TYPE = "TERM"
769410                 PERFORM ACCEPT-TERM-DETAILS
972205             WHEN ACCT-TYPE = "LOAN"
805419                 PERFORM ACCEPT-LOAN-DETAILS
972206             WHEN PRD-INT-BEARING = 'Y'
258556                 DISPLAY "Annual interest rate (e.g. 0.0150): "
258556                 WITH NO ADVANCING
258556                 ACCEPT ACCT-INT-RATE
440388             WHEN OTHER
440388                 MOVE 0 TO ACCT-INT-RATE
769411         END-EVALUATE
933613                     PERFORM WRITE-PRIMARY-OWNER
805420                     IF ACCT-TYPE = "LOAN"
805420                         PERFORM BUILD-LOAN-SCHEDULE
978607                         PERFORM WRITE-CREDIT-REPORT-RECORD
805421                     END-IF
933612                     DISPLAY ">>> Account opened."
650422             END-WRITE
650423             CLOSE ACCOUNT-MASTER-FILE
882460         END-IF
972206         END-IF
650423     END-IF
650424     EXIT.
351241 CLOSE-ACCOUNT.
359250                 MOVE 'Y' TO WS-RECORD-FOUND
359250         END-READ
793910     END-IF
972207     IF WS-RECORD-FOUND = 'Y'
972207         PERFORM CHECK-TELLER-CHANNEL
972208     END-IF
963303*A restricted account still takes deposits.
963303     IF WS-RECORD-FOUND = 'Y'
963304         AND (ACCT-STATUS = 'O' OR ACCT-STATUS = 'R')
955216         DISPLAY "Deposit of (C)ash, (O)n-us check or o(T)her-"
955216             "bank check: " WITH NO ADVANCING
955217         ACCEPT WS-DEPOSIT-KIND
955217         MOVE FUNCTION UPPER-CASE(WS-DEPOSIT-KIND)
955218             TO WS-DEPOSIT-KIND
955218         IF WS-DEPOSIT-KIND NOT = 'C'
955218             AND WS-DEPOSIT-KIND NOT = 'O'
955219             AND WS-DEPOSIT-KIND NOT = 'T'
955219             DISPLAY "Invalid deposit type. Deposit rejected."
955220         ELSE
965330*Check deposits need holds placed as they post, which cannot wait
965330*in the queue, so only cash is taken during the batch.
965331             IF WS-BATCH-FLAG = 'B' AND WS-DEPOSIT-KIND NOT = 'C'
965331                 DISPLAY "Check deposits are not taken while the"
965332                 DISPLAY "end-of-day batch is running."
965332             ELSE
658930                 DISPLAY "Deposit amount: " WITH NO ADVANCING
658930                 ACCEPT WS-AMOUNT
977301                 PERFORM CHECK-OPERATOR-LIMIT
977301                 IF WS-LIMIT-OK = 'Y'
965333                     IF WS-BATCH-FLAG = 'B'
965333                         PERFORM MEMO-DEPOSIT
965334                     ELSE
977302                         PERFORM APPLY-DEPOSIT
965334                     END-IF
977302                 END-IF
965335             END-IF
955220         END-IF
837684     ELSE
837684         IF WS-RECORD-FOUND = 'Y'
837685             IF ACCT-STATUS = 'D'
837685                 DISPLAY "Account is dormant."
837686                 DISPLAY "Supervisor reactivation required."
963305             ELSE
963305                 IF ACCT-STATUS = 'W'
963306                     PERFORM TAKE-RECOVERY-PAYMENT
963306                 ELSE
837684                     DISPLAY
980239                         "Account is closed. Deposit rejected."
963307                 END-IF
837687             END-IF
837684         END-IF
558881     END-IF
558881     CLOSE ACCOUNT-MASTER-FILE
558882     EXIT.
963308 TAKE-RECOVERY-PAYMENT.
963308*Money paid in on a charged-off account is taken in cash as a
963309*recovery against the write-off; the account itself stays at a
963309*zero balance and closed to other activity.
963310     DISPLAY "Account is charged off."
965336     IF WS-BATCH-FLAG = 'B'
965336         DISPLAY "Recoveries are not taken while the end-of-day"
965337         DISPLAY "batch is running."
965337     ELSE
963310         DISPLAY "Recovery payment amount: " WITH NO ADVANCING
963311         ACCEPT WS-AMOUNT
963311         IF WS-AMOUNT = 0
963312             DISPLAY "Invalid amount. Payment rejected."
963312         ELSE
963313             PERFORM CHECK-OPERATOR-LIMIT
963313             IF WS-LIMIT-OK = 'Y'
963314                 MOVE WS-AMOUNT TO WS-POST-AMOUNT
963314                 CALL "RECOVERY_POST" USING ACCT-NUMBER
963315                     WS-POST-AMOUNT LS-USERNAME WS-RCVY-RESULT
980090                     WS-RCVY-OUTSTANDING WS-RCVY-CHANNEL
963315                 MOVE WS-RCVY-OUTSTANDING TO WS-RCVY-DISP
963316                 EVALUATE WS-RCVY-RESULT
963316                     WHEN 'Y'
963317                         PERFORM ISSUE-RECOVERY-RECEIPT
963317                     WHEN 'X'
963318                         DISPLAY "Charged-off balance owed: "
963318                             WS-RCVY-DISP
963319                         DISPLAY "Payment rejected."
963319                     WHEN OTHER
963320                         DISPLAY "No charged-off balance owed."
963320                         DISPLAY "Payment rejected."
963321                 END-EVALUATE
963321             END-IF
963322         END-IF
965338     END-IF
963322     EXIT.
963323 ISSUE-RECOVERY-RECEIPT.
963323     MOVE 'I' TO WS-DRAWER-SIDE
963324     PERFORM RECORD-DRAWER-CASH
963324     MOVE "RECOVERY" TO WS-RCPT-TYPE
963325     MOVE ACCT-NUMBER TO WS-RCPT-ACCT
963325     MOVE WS-AMOUNT TO WS-RCPT-AMOUNT
963326     MOVE ACCT-BALANCE TO WS-RCPT-BALANCE
963326     PERFORM ISSUE-RECEIPT
963327     DISPLAY ">>> Recovery posted. Still owed: " WS-RCVY-DISP
963327     EXIT.
965339 MEMO-DEPOSIT.
965339*The cash goes into the drawer now; the credit waits in the
965340*memo-post queue for the next business day.
965340     MOVE ACCT-NUMBER TO WS-MEMO-ACCT
965341     MOVE "CR" TO WS-TRAN-TYPE
965341     MOVE "CDEP" TO WS-TRAN-CODE
965342     MOVE SPACES TO WS-POST-DESC
965342     MOVE 0 TO WS-MEMO-LINK
965343     PERFORM OPEN-MEMO-IO
965343     PERFORM QUEUE-MEMO-ITEM
965344     CLOSE MEMO-POST-FILE
965344     IF WS-MEMO-QUEUED = 'Y'
965345         MOVE 'I' TO WS-DRAWER-SIDE
965345         PERFORM RECORD-DRAWER-CASH
965346         PERFORM COMPUTE-MEMO-BALANCE
965346         MOVE "MEMO DEP" TO WS-RCPT-TYPE
965347         MOVE ACCT-NUMBER TO WS-RCPT-ACCT
965347         MOVE WS-AMOUNT TO WS-RCPT-AMOUNT
965348         MOVE WS-MEMO-BALANCE TO WS-RCPT-BALANCE
965348         PERFORM ISSUE-RECEIPT
965349         DISPLAY ">>> Memo balance: " WS-MEMO-BALANCE
965349     END-IF
965350     EXIT.
977303 APPLY-DEPOSIT.
658931     ADD WS-AMOUNT TO ACCT-BALANCE
579162     REWRITE ACCOUNT-RECORD
272717             NOT INVALID KEY
272717                 MOVE "CR" TO WS-TRAN-TYPE
272718                 MOVE WS-AMOUNT TO WS-POST-AMOUNT
940602                 MOVE SPACES TO WS-POST-DESC
955221                 IF WS-DEPOSIT-KIND = 'C'
940602                     MOVE "CDEP" TO WS-TRAN-CODE
955221                 ELSE
955222                     MOVE "CKDP" TO WS-TRAN-CODE
955222                 END-IF
601758                 CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
601759                     WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
601759                     LS-USERNAME WS-POST-DESC WS-TRAN-CODE
955223                 IF WS-DEPOSIT-KIND = 'C'
601760                     MOVE 'I' TO WS-DRAWER-SIDE
601760                     PERFORM RECORD-DRAWER-CASH
871416                     MOVE "DEPOSIT" TO WS-RCPT-TYPE
955223                 ELSE
955224                     PERFORM PLACE-DEPOSIT-HOLDS
955224                     MOVE "CHECK DEP" TO WS-RCPT-TYPE
955225                 END-IF
871416                 MOVE ACCT-NUMBER TO WS-RCPT-ACCT
871417                 MOVE WS-AMOUNT TO WS-RCPT-AMOUNT
871417                 MOVE ACCT-BALANCE TO WS-RCPT-BALANCE
977307         DISPLAY "Transaction rejected - over limit."
977308     END-IF
977308     EXIT.
972208 CHECK-TELLER-CHANNEL.
972209*Only products open to the teller window are served here.  The
972209*account's minimum balance and monthly withdrawal limit are kept
972210*for CHECK-PRODUCT-DEBIT.
972210     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972211         WS-PRODUCT-FOUND
972211     IF PRD-CHAN-TELLER NOT = 'Y'
972212         DISPLAY "This account type is not served at the teller."
972212         DISPLAY "Transaction rejected."
972213         MOVE 'N' TO WS-RECORD-FOUND
972213     END-IF
972214     MOVE ACCT-NUMBER TO WS-RULE-ACCT
972214     MOVE PRD-MIN-BALANCE TO WS-RULE-MIN-BALANCE
972215     MOVE PRD-WDRL-LIMIT TO WS-RULE-WDRL-LIMIT
972215     EXIT.
972216 CHECK-PRODUCT-DEBIT.
972216*A withdrawal or transfer out of WS-AMOUNT may not take
972217*WS-RULE-BALANCE below the product's minimum balance, nor go
972217*over its monthly withdrawal limit.
972218     MOVE 'Y' TO WS-PRODUCT-OK
972218     IF WS-RULE-MIN-BALANCE > 0
972219         AND WS-RULE-BALANCE - WS-AMOUNT < WS-RULE-MIN-BALANCE
972219         MOVE WS-RULE-MIN-BALANCE TO WS-MIN-AMOUNT-DISP
972220         DISPLAY "Transaction rejected - minimum balance is "
972220             WS-MIN-AMOUNT-DISP
972221         MOVE 'N' TO WS-PRODUCT-OK
972221     END-IF
972222     IF WS-PRODUCT-OK = 'Y' AND WS-RULE-WDRL-LIMIT > 0
972222         CALL "WITHDRAWAL_COUNT" USING WS-RULE-ACCT
972223             WS-RULE-WDRL-LIMIT WS-PRODUCT-OK
972223         IF WS-PRODUCT-OK = 'N'
972224             DISPLAY "Transaction rejected - monthly withdrawal"
972224                 " limit reached."
972225         END-IF
972225     END-IF
972226     EXIT.
236561 WITHDRAW-FUNDS.
236561     PERFORM OPEN-ACCOUNT-IO
236561     MOVE 'N' TO WS-RECORD-FOUND
166286                 MOVE 'Y' TO WS-RECORD-FOUND
117137         END-READ
793913     END-IF
972226     IF WS-RECORD-FOUND = 'Y'
972227         PERFORM CHECK-TELLER-CHANNEL
972227     END-IF
117137     IF WS-RECORD-FOUND = 'Y' AND ACCT-STATUS = 'O'
769412         PERFORM CHECK-EARLY-WITHDRAWAL
769412         IF WS-WDRW-ALLOWED = 'Y'
253918             IF ACCT-STATUS = 'D'
253919                 DISPLAY "Account is dormant."
253919                 DISPLAY "Supervisor reactivation required."
963328             ELSE
963328             IF ACCT-STATUS = 'R'
963329                 DISPLAY "Account is restricted (overdrawn)."
963329                 DISPLAY "Withdrawal rejected."
963330             ELSE
963330             IF ACCT-STATUS = 'W'
963331                 DISPLAY "Account is charged off."
963331                 DISPLAY "Withdrawal rejected."
963332             ELSE
253918                 DISPLAY "Account is closed. Withdrawal rejected."
963332             END-IF
963333             END-IF
253920             END-IF
253918         END-IF
253918     END-IF
769500     DISPLAY "Withdrawal amount: " WITH NO ADVANCING
769501     ACCEPT WS-AMOUNT
977310     PERFORM CHECK-OPERATOR-LIMIT
972228     IF WS-LIMIT-OK = 'Y'
972228         CALL "MEMO_BALANCE" USING ACCT-NUMBER WS-MEMO-NET
972229         COMPUTE WS-RULE-BALANCE = ACCT-BALANCE + WS-MEMO-NET
972229         PERFORM CHECK-PRODUCT-DEBIT
972230     END-IF
972230     IF WS-LIMIT-OK = 'Y' AND WS-PRODUCT-OK = 'Y'
965351         IF WS-BATCH-FLAG = 'B'
965351             PERFORM MEMO-WITHDRAWAL
965352         ELSE
977311             PERFORM APPLY-WITHDRAWAL
965352         END-IF
977311     END-IF
977311     EXIT.
977312 APPLY-WITHDRAWAL.
769501     CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
952324     MOVE WS-AMOUNT TO WS-SWEEP-NEED
952324     PERFORM OD-PROTECTION-SWEEP
965353     CALL "MEMO_BALANCE" USING ACCT-NUMBER WS-MEMO-NET
117138     COMPUTE WS-AVAILABLE-BAL =
965353         ACCT-BALANCE + WS-MEMO-NET + ACCT-OD-LIMIT
965354         - WS-HOLD-TOTAL
979848     IF WS-AMOUNT > WS-AVAILABLE-BAL
979848         DISPLAY "Exceeds available balance."
979849         DISPLAY "Withdrawal rejected."
588785             NOT INVALID KEY
588785                 MOVE "DR" TO WS-TRAN-TYPE
588785                 MOVE WS-AMOUNT TO WS-POST-AMOUNT
940603                 MOVE SPACES TO WS-POST-DESC
940603                 MOVE "CWDL" TO WS-TRAN-CODE
709705                 CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
709706                     WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
709706                     LS-USERNAME WS-POST-DESC WS-TRAN-CODE
709707                 MOVE 'O' TO WS-DRAWER-SIDE
709707                 PERFORM RECORD-DRAWER-CASH
709708                 IF ACCT-BALANCE < 0
709706         END-REWRITE
709707     END-IF
769503     EXIT.
965355 MEMO-WITHDRAWAL.
965355*Paid against the memo balance; overdraft protection sweeps and
965356*the overdraft fee are left to the batch posting, so the cash
965356*paid out may not exceed what the account has available now.
965357     CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
965357     CALL "MEMO_BALANCE" USING ACCT-NUMBER WS-MEMO-NET
965358     COMPUTE WS-AVAILABLE-BAL =
965358         ACCT-BALANCE + WS-MEMO-NET - WS-HOLD-TOTAL
965359     IF WS-AMOUNT > WS-AVAILABLE-BAL
965359         DISPLAY "Exceeds available memo balance."
965360         DISPLAY "Withdrawal rejected."
965360     ELSE
965361         MOVE ACCT-NUMBER TO WS-MEMO-ACCT
965361         MOVE "DR" TO WS-TRAN-TYPE
965362         MOVE "CWDL" TO WS-TRAN-CODE
965362         MOVE SPACES TO WS-POST-DESC
965363         MOVE 0 TO WS-MEMO-LINK
965363         PERFORM OPEN-MEMO-IO
965364         PERFORM QUEUE-MEMO-ITEM
965364         CLOSE MEMO-POST-FILE
965365         IF WS-MEMO-QUEUED = 'Y'
965365             MOVE 'O' TO WS-DRAWER-SIDE
965366             PERFORM RECORD-DRAWER-CASH
965366             PERFORM COMPUTE-MEMO-BALANCE
965367             MOVE "MEMO WDL" TO WS-RCPT-TYPE
965367             MOVE ACCT-NUMBER TO WS-RCPT-ACCT
965368             MOVE WS-AMOUNT TO WS-RCPT-AMOUNT
965368             MOVE WS-MEMO-BALANCE TO WS-RCPT-BALANCE
965369             PERFORM ISSUE-RECEIPT
965369             DISPLAY ">>> Memo balance: " WS-MEMO-BALANCE
965370         END-IF
965370     END-IF
965371     EXIT.
769600 CHECK-EARLY-WITHDRAWAL.
769600     MOVE 'Y' TO WS-WDRW-ALLOWED
769601     MOVE 'N' TO WS-CD-EARLY
965371*A term deposit cannot be drawn on during the batch: any early
965372*withdrawal penalty has to post with it.
965372     IF ACCT-TYPE = "TERM" AND WS-BATCH-FLAG = 'B'
965373         DISPLAY "Term deposits cannot be drawn on while the"
965373         DISPLAY "end-of-day batch is running."
965374         MOVE 'N' TO WS-WDRW-ALLOWED
965374     END-IF
965375     IF ACCT-TYPE = "TERM" AND WS-WDRW-ALLOWED = 'Y'
769602         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
769602         IF WS-TODAY-DATE < ACCT-MATURITY-DATE
769603             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
769705                 MOVE WS-CD-PENALTY TO WS-POST-AMOUNT
873517                 MOVE "EARLY WITHDRAWAL PENALTY"
873517                     TO WS-POST-DESC
940604                 MOVE "PNLT" TO WS-TRAN-CODE
769705                 CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
769706                     WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
769706                     LS-USERNAME WS-POST-DESC WS-TRAN-CODE
769706                 DISPLAY "Early withdrawal penalty: "
769707                     WS-CD-PENALTY
769707         END-REWRITE
805906     MOVE WS-LOAN-PRINCIPAL TO LN-PRINCIPAL
805906     MOVE WS-LOAN-INTEREST TO LN-INTEREST
805907     MOVE 'O' TO LN-STATUS
961408     MOVE 0 TO LN-INT-PAID
962102     MOVE 0 TO LN-LATE-FEE
962102     MOVE 0 TO LN-LATE-DATE
978608     MOVE 0 TO LN-PAID-DATE
805907     WRITE LOAN-SCHEDULE-RECORD
805908         INVALID KEY
805908             DISPLAY "Schedule row not written: " LN-PAYMENT-NUM
806010             IF ACCT-STATUS NOT = 'O'
806010                 DISPLAY "Loan account is not open."
806011             ELSE
961101                 PERFORM LOAN-SERVICING-MENU
806012             END-IF
806012         END-IF
806013     END-IF
806013     CLOSE ACCOUNT-MASTER-FILE
806014     EXIT.
961101 LOAN-SERVICING-MENU.
961102     MOVE ACCT-NUMBER TO WS-LOAN-ACCT
961102     MOVE 0 TO WS-LOAN-OPTION
978608     PERFORM UNTIL WS-LOAN-OPTION = 7
961103         DISPLAY "+---------------------------------+"
961104         DISPLAY "|         LOAN SERVICING          |"
961104         DISPLAY "+---------------------------------+"
961105         DISPLAY "| 1. Pay next installment        |"
961105         DISPLAY "| 2. Pay other amount            |"
961106         DISPLAY "| 3. Payoff quote                |"
961106         DISPLAY "| 4. Pay off loan                |"
962006         DISPLAY "| 5. Autopay                     |"
978609         DISPLAY "| 6. Credit report dispute       |"
978609         DISPLAY "| 7. Back                        |"
961107         DISPLAY "+---------------------------------+"
978610         DISPLAY "Select an option (1-7): " WITH NO ADVANCING
961108         ACCEPT WS-LOAN-OPTION
961109         PERFORM READ-SERVICED-LOAN
961109         EVALUATE WS-LOAN-OPTION
961110             WHEN 1
961110                 PERFORM TAKE-LOAN-PAYMENT
961111             WHEN 2
961111                 PERFORM TAKE-OTHER-PAYMENT
961112             WHEN 3
961112                 PERFORM PAYOFF-QUOTE
961113             WHEN 4
961113                 PERFORM TAKE-PAYOFF
961114             WHEN 5
962008                 PERFORM LOAN-AUTOPAY-SETUP
978610             WHEN 6
978611                 PERFORM LOAN-CREDIT-DISPUTE
978611             WHEN 7
961114                 CONTINUE
961115             WHEN OTHER
961115                 DISPLAY "Invalid option. Please try again."
961116         END-EVALUATE
961116*A payment that clears the balance closes the loan, so there is
961117*nothing further to service on it.
978612         IF WS-LOAN-OPTION NOT = 7
961118             PERFORM READ-SERVICED-LOAN
961118             IF ACCT-STATUS NOT = 'O'
978612                 MOVE 7 TO WS-LOAN-OPTION
961119             END-IF
961120         END-IF
961120     END-PERFORM
961121     EXIT.
961121 READ-SERVICED-LOAN.
961122*A payment by transfer reads the funding account into the
961122*account record, so the loan is read again before each action.
961123     MOVE WS-LOAN-ACCT TO ACCT-NUMBER
961123     READ ACCOUNT-MASTER-FILE
961124         INVALID KEY
961124             DISPLAY "Loan account could not be re-read."
978613             MOVE 7 TO WS-LOAN-OPTION
961125     END-READ
961126     EXIT.
978613 LOAN-CREDIT-DISPUTE.
978614*The code set here goes out with the loan in the next monthly
978614*credit bureau file.  Removing it sends 'XR' once, so the bureaus
978615*drop the code they hold, and the loan then goes without one.
978615     PERFORM OPEN-CREDIT-REPORT-IO
978616     MOVE WS-LOAN-ACCT TO CRA-ACCT-NUMBER
978616     MOVE 'Y' TO WS-CRA-FOUND
978617     READ CREDIT-REPORT-FILE
978617         INVALID KEY
978618             MOVE 'N' TO WS-CRA-FOUND
978618             PERFORM INIT-CREDIT-REPORT-RECORD
978619             MOVE 0 TO CRA-ORIG-AMOUNT
978619     END-READ
978620     IF CRA-DISPUTE-CODE = SPACES
978620         DISPLAY "Credit report dispute code: NONE"
978621     ELSE
978621         DISPLAY "Credit report dispute code: " CRA-DISPUTE-CODE
978622             " set " CRA-DISPUTE-DATE " by "
978622             FUNCTION TRIM(CRA-CHANGED-BY)
978623         DISPLAY "  " FUNCTION TRIM(CRA-DISPUTE-NOTE)
978623     END-IF
978624     DISPLAY "1. Disputed - under investigation      (XB)"
978624     DISPLAY "2. Investigated - consumer disagrees   (XC)"
978625     DISPLAY "3. Investigated - dispute resolved     (XH)"
978625     DISPLAY "4. Remove dispute code                 (XR)"
978626     DISPLAY "5. No change"
978626     DISPLAY "Select an option (1-5): " WITH NO ADVANCING
978627     ACCEPT WS-DISPUTE-OPTION
978627     EVALUATE WS-DISPUTE-OPTION
978628         WHEN 1
978628             MOVE "XB" TO WS-DISPUTE-CODE
978629         WHEN 2
978629             MOVE "XC" TO WS-DISPUTE-CODE
978630         WHEN 3
978630             MOVE "XH" TO WS-DISPUTE-CODE
978631         WHEN 4
978631             MOVE "XR" TO WS-DISPUTE-CODE
978632         WHEN OTHER
978632             MOVE SPACES TO WS-DISPUTE-CODE
978633     END-EVALUATE
978633     EVALUATE TRUE
978634         WHEN WS-DISPUTE-CODE = SPACES
978634             DISPLAY "No change made."
978635         WHEN WS-DISPUTE-CODE = "XR"
978635             AND (CRA-DISPUTE-CODE = SPACES
978636                 OR CRA-DISPUTE-CODE = "XR")
978636             DISPLAY "No dispute code to remove."
978637         WHEN WS-DISPUTE-CODE = CRA-DISPUTE-CODE
978637             DISPLAY "The loan already carries that code."
978638         WHEN OTHER
978638             DISPLAY "Note (dispute reference or outcome): "
978639                 WITH NO ADVANCING
978639             ACCEPT WS-DISPUTE-NOTE
978640             IF WS-DISPUTE-NOTE = SPACES
978640                 DISPLAY "A note is required."
978641             ELSE
978641                 PERFORM SAVE-CREDIT-DISPUTE
978642             END-IF
978642     END-EVALUATE
978643     CLOSE CREDIT-REPORT-FILE
978643     EXIT.
978644 SAVE-CREDIT-DISPUTE.
978644     MOVE CRA-DISPUTE-CODE TO WS-OLD-DISPUTE-CODE
978645     MOVE WS-DISPUTE-CODE TO CRA-DISPUTE-CODE
978645     MOVE WS-DISPUTE-NOTE TO CRA-DISPUTE-NOTE
978646     ACCEPT CRA-DISPUTE-DATE FROM DATE YYYYMMDD
978646     MOVE CRA-DISPUTE-DATE TO CRA-CHANGED-DATE
978647     MOVE LS-USERNAME TO CRA-CHANGED-BY
978647     IF WS-CRA-FOUND = 'Y'
978648         REWRITE CREDIT-REPORT-RECORD
978648             INVALID KEY
978649                 MOVE 'N' TO WS-CRA-FOUND
978649         END-REWRITE
978650     ELSE
978650         MOVE 'Y' TO WS-CRA-FOUND
978651         WRITE CREDIT-REPORT-RECORD
978651             INVALID KEY
978652                 MOVE 'N' TO WS-CRA-FOUND
978652         END-WRITE
978653     END-IF
978653     IF WS-CRA-FOUND = 'N'
978654         DISPLAY "Update failed."
978654     ELSE
978655         MOVE "CREDIT-DISPUTE" TO AH-FIELD-NAME
978655         MOVE WS-OLD-DISPUTE-CODE TO AH-OLD-VALUE
978656         MOVE SPACES TO AH-NEW-VALUE
978656         STRING WS-DISPUTE-CODE DELIMITED BY SIZE
978657             " " DELIMITED BY SIZE
978657             WS-DISPUTE-NOTE DELIMITED BY SIZE
978658             INTO AH-NEW-VALUE
978658         PERFORM WRITE-ACCT-HISTORY
978659         DISPLAY ">>> Dispute code " WS-DISPUTE-CODE
978659             " recorded for the next bureau file."
978660     END-IF
978660     EXIT.
978661 OPEN-CREDIT-REPORT-IO.
978661     OPEN I-O CREDIT-REPORT-FILE
978662     IF WS-CRA-FILE-STATUS = "35"
978662         OPEN OUTPUT CREDIT-REPORT-FILE
978663         CLOSE CREDIT-REPORT-FILE
978663         OPEN I-O CREDIT-REPORT-FILE
978664     END-IF
978664     EXIT.
978665 INIT-CREDIT-REPORT-RECORD.
978665     MOVE WS-LOAN-ACCT TO CRA-ACCT-NUMBER
978666     MOVE SPACES TO CRA-DISPUTE-CODE
978666     MOVE 0 TO CRA-DISPUTE-DATE
978667     MOVE SPACES TO CRA-DISPUTE-NOTE
978667     MOVE LS-USERNAME TO CRA-CHANGED-BY
978668     ACCEPT CRA-CHANGED-DATE FROM DATE YYYYMMDD
978668     MOVE 0 TO CRA-LAST-REPORT-DATE
978669     MOVE SPACES TO CRA-LAST-STATUS
978669     EXIT.
978670 WRITE-CREDIT-REPORT-RECORD.
978670*The amount lent is kept for the credit bureau file, which reports
978671*it as the original loan amount for the life of the loan.
978671     MOVE ACCT-NUMBER TO WS-LOAN-ACCT
978672     PERFORM OPEN-CREDIT-REPORT-IO
978672     PERFORM INIT-CREDIT-REPORT-RECORD
978673     MOVE WS-AMOUNT TO CRA-ORIG-AMOUNT
978673     WRITE CREDIT-REPORT-RECORD
978674         INVALID KEY
978674             REWRITE CREDIT-REPORT-RECORD
978675             END-REWRITE
978675     END-WRITE
978676     CLOSE CREDIT-REPORT-FILE
978676     EXIT.
962011 LOAN-AUTOPAY-SETUP.
962012*Autopay collects each installment on its due date from a
962012*checking or savings account of the borrower's.
962013     DISPLAY "Current autopay account: " ACCT-LINKED-ACCT
962013     DISPLAY "Autopay from account (0 = none): "
962014         WITH NO ADVANCING
962014     ACCEPT WS-AUTOPAY-ACCT
962015     MOVE ACCT-CUST-ID TO WS-AUTOPAY-CUST
962015     MOVE ACCT-LINKED-ACCT TO WS-OLD-AUTOPAY-DISP
962016     MOVE 'Y' TO WS-AUTOPAY-OK
962016     IF WS-AUTOPAY-ACCT NOT = 0
962017         PERFORM CHECK-AUTOPAY-ACCOUNT
962017     END-IF
962018     IF WS-AUTOPAY-OK = 'Y'
962018         MOVE WS-LOAN-ACCT TO ACCT-NUMBER
962019         READ ACCOUNT-MASTER-FILE
962019             INVALID KEY
962020                 DISPLAY "Loan account not found."
962020             NOT INVALID KEY
962021                 MOVE WS-AUTOPAY-ACCT TO ACCT-LINKED-ACCT
962021                 REWRITE ACCOUNT-RECORD
962022                     INVALID KEY
962022                         DISPLAY "Update failed."
962023                     NOT INVALID KEY
962023                         MOVE "AUTOPAY" TO AH-FIELD-NAME
962024                         MOVE WS-OLD-AUTOPAY-DISP TO AH-OLD-VALUE
962024                         MOVE WS-AUTOPAY-ACCT TO AH-NEW-VALUE
962025                         PERFORM WRITE-ACCT-HISTORY
962025                         DISPLAY ">>> Autopay updated."
962026                 END-REWRITE
962026         END-READ
962027     END-IF
962027     EXIT.
962028 CHECK-AUTOPAY-ACCOUNT.
962028     MOVE 'N' TO WS-AUTOPAY-OK
962029     CALL "CHECK_DIGIT" USING WS-AUTOPAY-ACCT WS-ACCT-VALID
962029     IF WS-ACCT-VALID = 'N'
962030         DISPLAY "Invalid account number (check digit)."
962030     ELSE
962031         MOVE WS-AUTOPAY-ACCT TO ACCT-NUMBER
962031         READ ACCOUNT-MASTER-FILE
962032             INVALID KEY
962032                 DISPLAY "Autopay account not found."
962033             NOT INVALID KEY
972231                 CALL "PRODUCT_LOOKUP" USING ACCT-TYPE
972231                     PRODUCT-RECORD WS-PRODUCT-FOUND
972232                 IF PRD-CHAN-STANDING NOT = 'Y'
972232                     DISPLAY "Autopay cannot come from this"
972233                     DISPLAY "account type."
962035                 ELSE
962036                     IF ACCT-STATUS NOT = 'O'
962036                         DISPLAY "Autopay account is not open."
962037                     ELSE
962037                         IF ACCT-CUST-ID NOT = WS-AUTOPAY-CUST
962038                             DISPLAY "Autopay account belongs"
962038                             DISPLAY "to another customer."
962039                         ELSE
962039                             MOVE 'Y' TO WS-AUTOPAY-OK
962040                         END-IF
962040                     END-IF
962041                 END-IF
962041         END-READ
962042     END-IF
962042     EXIT.
806100 TAKE-LOAN-PAYMENT.
806100     PERFORM FIND-NEXT-INSTALLMENT
806101     IF WS-LOAN-FOUND = 'Y'
962043         COMPUTE WS-PAY-TOTAL =
962043             LN-PRINCIPAL + LN-INTEREST + LN-LATE-FEE
806102         DISPLAY "Installment " LN-PAYMENT-NUM
806102             " due " LN-DUE-DATE
806103         DISPLAY "Principal: " LN-PRINCIPAL
806103             "  Interest: " LN-INTEREST
962044         IF LN-LATE-FEE > 0
962044             DISPLAY "Late charge: " LN-LATE-FEE
962045         END-IF
806104         DISPLAY "Total due: " WS-PAY-TOTAL
806104         DISPLAY "Post this payment (Y/N)? " WITH NO ADVANCING
806105         ACCEPT WS-PAY-CONFIRM
806105         IF WS-PAY-CONFIRM = 'Y' OR WS-PAY-CONFIRM = 'y'
961126             MOVE 'I' TO WS-LOAN-PAY-KIND
961127             MOVE LN-INTEREST TO WS-PAY-INTEREST
961127             MOVE LN-PRINCIPAL TO WS-PAY-PRINCIPAL
961128             MOVE 0 TO WS-EXTRA-PRINCIPAL
962046             MOVE LN-LATE-FEE TO WS-PAY-LATE-FEE
961128             PERFORM COLLECT-LOAN-FUNDS
961129             IF WS-FUND-OK = 'Y'
806106             PERFORM APPLY-LOAN-PAYMENT
961129             END-IF
806106         ELSE
806107             DISPLAY "Payment cancelled."
806107         END-IF
806109     END-IF
806109     CLOSE LOAN-SCHEDULE-FILE
806110     EXIT.
961130 TAKE-OTHER-PAYMENT.
961130*Any amount short of clearing the loan.  Less than the next
961131*installment is a part payment of it; more pays the installment
961131*and the rest goes to principal, re-amortizing what is left.
962047     PERFORM SUM-LATE-CHARGES
961132     PERFORM FIND-NEXT-INSTALLMENT
961132     IF WS-LOAN-FOUND = 'Y'
962047         COMPUTE WS-PAY-TOTAL =
962048             LN-PRINCIPAL + LN-INTEREST + LN-LATE-FEE
961133         DISPLAY "Next installment " LN-PAYMENT-NUM
961134             " due " LN-DUE-DATE ": " WS-PAY-TOTAL
961134     END-IF
961135     DISPLAY "Payment amount: " WITH NO ADVANCING
961135     ACCEPT WS-AMOUNT
961136     IF WS-AMOUNT = 0
961136         DISPLAY "Amount must be greater than zero."
961137     ELSE
961137         MOVE WS-AMOUNT TO WS-PAY-TOTAL
961138         PERFORM ALLOCATE-OTHER-PAYMENT
961138         IF WS-PAY-PRINCIPAL + WS-EXTRA-PRINCIPAL
962049             NOT < 0 - ACCT-BALANCE - WS-LATE-OWED
961139             DISPLAY "Amount would clear the loan."
961140             DISPLAY "Use option 4 to pay the loan off."
961140         ELSE
961141             PERFORM CONFIRM-OTHER-PAYMENT
961141         END-IF
961142     END-IF
961142     CLOSE LOAN-SCHEDULE-FILE
961143     EXIT.
961143 ALLOCATE-OTHER-PAYMENT.
962050*The installment's late charge is paid first, then its interest,
962050*then its principal; anything over that is extra principal.
962051     MOVE 0 TO WS-PAY-LATE-FEE
961144     MOVE 0 TO WS-PAY-INTEREST
961144     MOVE 0 TO WS-PAY-PRINCIPAL
961145     MOVE 0 TO WS-EXTRA-PRINCIPAL
961145     IF WS-LOAN-FOUND = 'N'
961146         MOVE WS-PAY-TOTAL TO WS-PAY-PRINCIPAL
961146     ELSE
962051         MOVE WS-PAY-TOTAL TO WS-PAY-LEFT
962052         IF WS-PAY-LEFT > LN-LATE-FEE
962052             MOVE LN-LATE-FEE TO WS-PAY-LATE-FEE
962053         ELSE
962053             MOVE WS-PAY-LEFT TO WS-PAY-LATE-FEE
962054         END-IF
962054         SUBTRACT WS-PAY-LATE-FEE FROM WS-PAY-LEFT
962055         IF WS-PAY-LEFT > LN-INTEREST
962055             MOVE LN-INTEREST TO WS-PAY-INTEREST
962056         ELSE
962056             MOVE WS-PAY-LEFT TO WS-PAY-INTEREST
962057         END-IF
962057         SUBTRACT WS-PAY-INTEREST FROM WS-PAY-LEFT
962058         IF WS-PAY-LEFT > LN-PRINCIPAL
962058             MOVE LN-PRINCIPAL TO WS-PAY-PRINCIPAL
962059             COMPUTE WS-EXTRA-PRINCIPAL =
962059                 WS-PAY-LEFT - LN-PRINCIPAL
962060         ELSE
962060             MOVE WS-PAY-LEFT TO WS-PAY-PRINCIPAL
962061         END-IF
961154     END-IF
961154     EXIT.
962061 SUM-LATE-CHARGES.
962062*Late charges still owed are part of the loan balance but not of
962062*its principal.
962063     MOVE 0 TO WS-LATE-OWED
962063     PERFORM OPEN-LOAN-IO
962064     MOVE 'N' TO WS-LOAN-EOF
962064     MOVE ACCT-NUMBER TO LN-ACCT-NUMBER
962065     MOVE 0 TO LN-PAYMENT-NUM
962065     START LOAN-SCHEDULE-FILE KEY IS >= LN-KEY
962066         INVALID KEY
962066             MOVE 'Y' TO WS-LOAN-EOF
962067     END-START
962067     PERFORM UNTIL WS-LOAN-EOF = 'Y'
962068         READ LOAN-SCHEDULE-FILE NEXT RECORD
962068             AT END
962069                 MOVE 'Y' TO WS-LOAN-EOF
962069             NOT AT END
962070                 IF LN-ACCT-NUMBER NOT = ACCT-NUMBER
962070                     MOVE 'Y' TO WS-LOAN-EOF
962071                 ELSE
962071                     IF LN-STATUS = 'O'
962072                         ADD LN-LATE-FEE TO WS-LATE-OWED
962072                     END-IF
962073                 END-IF
962073         END-READ
962074     END-PERFORM
962074     CLOSE LOAN-SCHEDULE-FILE
962075     EXIT.
961155 CONFIRM-OTHER-PAYMENT.
962076     IF WS-PAY-LATE-FEE > 0
962076         DISPLAY "Late charge: " WS-PAY-LATE-FEE
962077     END-IF
961155     DISPLAY "Interest : " WS-PAY-INTEREST
961156     DISPLAY "Principal: " WS-PAY-PRINCIPAL
961156     MOVE 'Y' TO WS-PAY-CONFIRM
961157     IF WS-EXTRA-PRINCIPAL > 0
961157         DISPLAY "Extra principal: " WS-EXTRA-PRINCIPAL
961158         DISPLAY "Keep the (P)ayment and shorten the term, or"
961158         DISPLAY "keep the (T)erm and lower the payment: "
961159             WITH NO ADVANCING
961159         ACCEPT WS-REAMORT-METHOD
961160         MOVE FUNCTION UPPER-CASE(WS-REAMORT-METHOD)
961160             TO WS-REAMORT-METHOD
961161         IF WS-REAMORT-METHOD NOT = 'P'
961161             AND WS-REAMORT-METHOD NOT = 'T'
961162             DISPLAY "Invalid choice."
961162             MOVE 'N' TO WS-PAY-CONFIRM
961163         END-IF
961163     END-IF
961164     IF WS-PAY-CONFIRM = 'Y'
961164         DISPLAY "Post this payment (Y/N)? " WITH NO ADVANCING
961165         ACCEPT WS-PAY-CONFIRM
961165     END-IF
961166     IF WS-PAY-CONFIRM = 'Y' OR WS-PAY-CONFIRM = 'y'
961166         MOVE 'A' TO WS-LOAN-PAY-KIND
961167         PERFORM COLLECT-LOAN-FUNDS
961167         IF WS-FUND-OK = 'Y'
961168             PERFORM APPLY-LOAN-PAYMENT
961168         END-IF
961169     ELSE
961169         DISPLAY "Payment cancelled."
961170     END-IF
961170     EXIT.
961171 PAYOFF-QUOTE.
961171     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
961172     DISPLAY "Good-through date (YYYYMMDD, 0 = today): "
961172         WITH NO ADVANCING
961173     ACCEPT WS-GOOD-THROUGH
961173     IF WS-GOOD-THROUGH = 0
961174         MOVE WS-TODAY-DATE TO WS-GOOD-THROUGH
961174     END-IF
961175     IF WS-GOOD-THROUGH < WS-TODAY-DATE
961175         DISPLAY "Good-through date cannot be in the past."
961176     ELSE
961176         PERFORM OPEN-LOAN-IO
961177         PERFORM PAYOFF-FIGURES
961177         CLOSE LOAN-SCHEDULE-FILE
961178         PERFORM SHOW-PAYOFF-FIGURES
961178     END-IF
961179     EXIT.
961179 PAYOFF-FIGURES.
961180*Installments carry a month's interest to their due date, so
961180*interest is paid through the due date of the last installment
961181*paid (the open date before any).  Interest from then to the
961181*good-through date is charged by the day on the principal still
961182*owed, less anything part payments already collected.  Late
962078*charges still owed on open installments are paid off as well.
961182     COMPUTE WS-PAYOFF-PRINCIPAL = 0 - ACCT-BALANCE
962078     MOVE 0 TO WS-PAYOFF-LATE
961183     MOVE ACCT-OPEN-DATE TO WS-PAID-THROUGH
961183     MOVE 0 TO WS-INT-COLLECTED
961184     MOVE 'N' TO WS-LOAN-FOUND
961184     MOVE 'N' TO WS-LOAN-EOF
961185     MOVE ACCT-NUMBER TO LN-ACCT-NUMBER
961185     MOVE 0 TO LN-PAYMENT-NUM
961186     START LOAN-SCHEDULE-FILE KEY IS >= LN-KEY
961186         INVALID KEY
961187             MOVE 'Y' TO WS-LOAN-EOF
961187     END-START
961188     PERFORM UNTIL WS-LOAN-EOF = 'Y'
961188         READ LOAN-SCHEDULE-FILE NEXT RECORD
961189             AT END
961189                 MOVE 'Y' TO WS-LOAN-EOF
961190             NOT AT END
961190                 IF LN-ACCT-NUMBER NOT = ACCT-NUMBER
961191                     MOVE 'Y' TO WS-LOAN-EOF
961191                 ELSE
961192                     IF LN-STATUS = 'P'
961192                         MOVE LN-DUE-DATE TO WS-PAID-THROUGH
961193                     ELSE
962079                         ADD LN-LATE-FEE TO WS-PAYOFF-LATE
961193                         IF WS-LOAN-FOUND = 'N'
961194                             MOVE 'Y' TO WS-LOAN-FOUND
961194                             MOVE LN-INT-PAID TO WS-INT-COLLECTED
961195                         END-IF
961195                     END-IF
961196                 END-IF
961196         END-READ
961197     END-PERFORM
962080     SUBTRACT WS-PAYOFF-LATE FROM WS-PAYOFF-PRINCIPAL
961197     MOVE 0 TO WS-INT-DAYS
961198     IF WS-GOOD-THROUGH > WS-PAID-THROUGH
961198         COMPUTE WS-INT-DAYS =
961199             FUNCTION INTEGER-OF-DATE(WS-GOOD-THROUGH)
961199             - FUNCTION INTEGER-OF-DATE(WS-PAID-THROUGH)
961200     END-IF
961200     COMPUTE WS-PER-DIEM ROUNDED =
961201         WS-PAYOFF-PRINCIPAL * ACCT-INT-RATE / 365
961201     COMPUTE WS-PAYOFF-INTEREST ROUNDED =
961202         WS-PAYOFF-PRINCIPAL * ACCT-INT-RATE * WS-INT-DAYS / 365
961202         - WS-INT-COLLECTED
961203     IF WS-PAYOFF-INTEREST < 0
961203         MOVE 0 TO WS-PAYOFF-INTEREST
961204     END-IF
961204     COMPUTE WS-PAYOFF-AMOUNT =
962081         WS-PAYOFF-PRINCIPAL + WS-PAYOFF-INTEREST + WS-PAYOFF-LATE
961205     EXIT.
961206 SHOW-PAYOFF-FIGURES.
961206     DISPLAY "Payoff quote for loan " ACCT-NUMBER
961207     MOVE WS-PAYOFF-PRINCIPAL TO WS-LOAN-AMT-DISP
961207     DISPLAY "Principal balance : " WS-LOAN-AMT-DISP
961208     MOVE WS-PAYOFF-INTEREST TO WS-LOAN-AMT-DISP
961208     DISPLAY "Accrued interest  : " WS-LOAN-AMT-DISP
961209     DISPLAY "  interest paid to " WS-PAID-THROUGH
961209         ", " WS-INT-DAYS " days"
962082     IF WS-PAYOFF-LATE > 0
962082         MOVE WS-PAYOFF-LATE TO WS-LOAN-AMT-DISP
962083         DISPLAY "Late charges      : " WS-LOAN-AMT-DISP
962083     END-IF
961210     MOVE WS-PAYOFF-AMOUNT TO WS-LOAN-AMT-DISP
961210     DISPLAY "Payoff amount     : " WS-LOAN-AMT-DISP
961211     DISPLAY "Good through      : " WS-GOOD-THROUGH
961211     MOVE WS-PER-DIEM TO WS-LOAN-AMT-DISP
961212     DISPLAY "Per diem          : " WS-LOAN-AMT-DISP
961212     DISPLAY "  add per day paid after the good-through date"
961213     EXIT.
961213 TAKE-PAYOFF.
961214     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
961214     MOVE WS-TODAY-DATE TO WS-GOOD-THROUGH
961215     PERFORM OPEN-LOAN-IO
961215     PERFORM PAYOFF-FIGURES
962084     IF WS-PAYOFF-AMOUNT NOT > 0
961216         DISPLAY "Nothing is owed on this loan."
961217     ELSE
961217         PERFORM SHOW-PAYOFF-FIGURES
961218         DISPLAY "Pay off the loan now (Y/N)? " WITH NO ADVANCING
961218         ACCEPT WS-PAY-CONFIRM
961219         IF WS-PAY-CONFIRM = 'Y' OR WS-PAY-CONFIRM = 'y'
961219             MOVE 'P' TO WS-LOAN-PAY-KIND
961220             MOVE WS-PAYOFF-AMOUNT TO WS-PAY-TOTAL
961220             MOVE WS-PAYOFF-INTEREST TO WS-PAY-INTEREST
961221             MOVE WS-PAYOFF-PRINCIPAL TO WS-PAY-PRINCIPAL
961221             MOVE 0 TO WS-EXTRA-PRINCIPAL
962085             MOVE WS-PAYOFF-LATE TO WS-PAY-LATE-FEE
961222             PERFORM COLLECT-LOAN-FUNDS
961222             IF WS-FUND-OK = 'Y'
961223                 PERFORM APPLY-LOAN-PAYMENT
961223             END-IF
961224         ELSE
961224             DISPLAY "Payoff cancelled."
961225         END-IF
961225     END-IF
961226     CLOSE LOAN-SCHEDULE-FILE
961226     EXIT.
961227 COLLECT-LOAN-FUNDS.
961227     MOVE 'N' TO WS-FUND-OK
961228     MOVE WS-PAY-TOTAL TO WS-AMOUNT
961228     DISPLAY "Pay by (C)ash or (T)ransfer from an account: "
961229         WITH NO ADVANCING
961229     ACCEPT WS-PAY-SOURCE
961230     MOVE FUNCTION UPPER-CASE(WS-PAY-SOURCE) TO WS-PAY-SOURCE
961230     EVALUATE WS-PAY-SOURCE
961231         WHEN 'C'
961231             PERFORM CHECK-OPERATOR-LIMIT
961232             MOVE WS-LIMIT-OK TO WS-FUND-OK
961232         WHEN 'T'
961233             PERFORM DEBIT-FUNDING-ACCOUNT
961233         WHEN OTHER
961234             DISPLAY "Invalid payment source. Payment cancelled."
961234     END-EVALUATE
961235     EXIT.
961235 DEBIT-FUNDING-ACCOUNT.
961236     DISPLAY "Pay from account: " WITH NO ADVANCING
961236     ACCEPT WS-FUND-ACCT
961237     CALL "CHECK_DIGIT" USING WS-FUND-ACCT WS-ACCT-VALID
961237     IF WS-ACCT-VALID = 'N'
961238         DISPLAY "Invalid account number (check digit)."
961238     ELSE
961239         MOVE WS-FUND-ACCT TO ACCT-NUMBER
961239         READ ACCOUNT-MASTER-FILE
961240             INVALID KEY
961240                 DISPLAY "Account not found. Payment cancelled."
961241             NOT INVALID KEY
961241                 PERFORM CHECK-FUNDING-ACCOUNT
961242         END-READ
961242     END-IF
961243     EXIT.
961243 CHECK-FUNDING-ACCOUNT.
961244     IF ACCT-STATUS NOT = 'O'
961244         DISPLAY "Account is not open. Payment cancelled."
961245     ELSE
980211*A loan payment is taken from an account the way autopay takes
980211*it, so the product must allow automatic debits.
980212         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
980212             WS-PRODUCT-FOUND
980213         IF WS-PRODUCT-FOUND = 'N' OR PRD-CHAN-STANDING NOT = 'Y'
961246             DISPLAY "Loan payments cannot come from this"
961246             DISPLAY "account type."
961247         ELSE
961247             CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
961248             MOVE WS-AMOUNT TO WS-SWEEP-NEED
961248             PERFORM OD-PROTECTION-SWEEP
961249             COMPUTE WS-AVAILABLE-BAL =
961249                 ACCT-BALANCE - WS-HOLD-TOTAL
961250             IF WS-AMOUNT > WS-AVAILABLE-BAL
961250                 DISPLAY "Insufficient funds. Payment cancelled."
961251             ELSE
961251                 SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
961252                 MOVE ACCT-BALANCE TO WS-FUND-BALANCE
961252                 REWRITE ACCOUNT-RECORD
961253                     INVALID KEY
961253                         DISPLAY "Funding debit failed."
961254                     NOT INVALID KEY
961254                         MOVE 'Y' TO WS-FUND-OK
961255                 END-REWRITE
961255             END-IF
961256         END-IF
961256     END-IF
961257     EXIT.
806200 FIND-NEXT-INSTALLMENT.
806200     PERFORM OPEN-LOAN-IO
806201     MOVE 'N' TO WS-LOAN-FOUND
806212     END-PERFORM
806212     EXIT.
806300 APPLY-LOAN-PAYMENT.
961257     MOVE 'N' TO WS-LOAN-POSTED
961258     MOVE WS-LOAN-ACCT TO ACCT-NUMBER
961258     READ ACCOUNT-MASTER-FILE
961259         INVALID KEY
961259             CONTINUE
961260         NOT INVALID KEY
806300             SUBTRACT WS-PAY-INTEREST FROM ACCT-BALANCE
806301             MOVE ACCT-BALANCE TO WS-FROM-BALANCE
806301             ADD WS-PAY-TOTAL TO ACCT-BALANCE
806302             REWRITE ACCOUNT-RECORD
806302                 INVALID KEY
961260                     CONTINUE
806303                 NOT INVALID KEY
961261                     MOVE 'Y' TO WS-LOAN-POSTED
961261             END-REWRITE
961262     END-READ
961262     IF WS-LOAN-POSTED = 'Y'
961263         PERFORM POST-LOAN-PAYMENT
961263     ELSE
806303         DISPLAY "Payment posting failed."
961264         IF WS-PAY-SOURCE = 'T'
961264             PERFORM FUNDING-BACK-OUT
961265         END-IF
961265     END-IF
961266     EXIT.
961266 POST-LOAN-PAYMENT.
806304     IF WS-PAY-INTEREST > 0
806304         MOVE "DR" TO WS-TRAN-TYPE
961267         MOVE WS-PAY-INTEREST TO WS-POST-AMOUNT
873518         MOVE "LOAN INTEREST" TO WS-POST-DESC
940605         MOVE "LNIN" TO WS-TRAN-CODE
806305         CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
806306             WS-TRAN-TYPE WS-POST-AMOUNT WS-FROM-BALANCE
806306             LS-USERNAME WS-POST-DESC WS-TRAN-CODE
806307     END-IF
806307     MOVE "CR" TO WS-TRAN-TYPE
806308     MOVE WS-PAY-TOTAL TO WS-POST-AMOUNT
961267     MOVE SPACES TO WS-POST-DESC
961268     IF WS-LOAN-PAY-KIND = 'P'
961268         MOVE "LOAN PAYOFF" TO WS-POST-DESC
961269     ELSE
873519         MOVE "LOAN PAYMENT" TO WS-POST-DESC
961269     END-IF
961270     IF WS-PAY-SOURCE = 'T'
961270         STRING WS-POST-DESC DELIMITED BY "  "
961271             " FROM " DELIMITED BY SIZE
961271             WS-FUND-ACCT DELIMITED BY SIZE
961272             INTO WS-POST-DESC
961272     END-IF
980091     IF WS-PAY-SOURCE = 'T'
940606         MOVE "LNPY" TO WS-TRAN-CODE
980091     ELSE
980092         MOVE "CLPY" TO WS-TRAN-CODE
980092     END-IF
806308     CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
806309         WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
806309         LS-USERNAME WS-POST-DESC WS-TRAN-CODE
961273     IF WS-PAY-SOURCE = 'T'
961273         PERFORM POST-FUNDING-DEBIT
961274     ELSE
961274         MOVE WS-PAY-TOTAL TO WS-AMOUNT
806314         MOVE 'I' TO WS-DRAWER-SIDE
806314         PERFORM RECORD-DRAWER-CASH
961275     END-IF
961275     IF WS-LOAN-PAY-KIND NOT = 'P' AND WS-LOAN-FOUND = 'Y'
961276         PERFORM UPDATE-PAID-INSTALLMENT
961276     END-IF
961277     IF WS-LOAN-PAY-KIND = 'P'
961277         MOVE "PAYOFF" TO WS-RCPT-TYPE
961278     ELSE
871425         MOVE "LOAN PMT" TO WS-RCPT-TYPE
961278     END-IF
871425     MOVE ACCT-NUMBER TO WS-RCPT-ACCT
871426     MOVE WS-PAY-TOTAL TO WS-RCPT-AMOUNT
871426     MOVE ACCT-BALANCE TO WS-RCPT-BALANCE
871427     PERFORM ISSUE-RECEIPT
806315     DISPLAY ">>> Payment posted."
806315     DISPLAY "Loan balance: " ACCT-BALANCE
961279     IF ACCT-BALANCE NOT < 0
961279         PERFORM CLOSE-PAID-LOAN
961280     END-IF
806316     EXIT.
961280 UPDATE-PAID-INSTALLMENT.
961281     IF WS-PAY-PRINCIPAL = LN-PRINCIPAL
961281         AND WS-PAY-INTEREST = LN-INTEREST
962086         AND WS-PAY-LATE-FEE = LN-LATE-FEE
806310         MOVE 'P' TO LN-STATUS
978677         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
978677         MOVE WS-TODAY-DATE TO LN-PAID-DATE
962086         MOVE 0 TO LN-LATE-FEE
961282     ELSE
962087         SUBTRACT WS-PAY-LATE-FEE FROM LN-LATE-FEE
961282         SUBTRACT WS-PAY-INTEREST FROM LN-INTEREST
961283         ADD WS-PAY-INTEREST TO LN-INT-PAID
961283         SUBTRACT WS-PAY-PRINCIPAL FROM LN-PRINCIPAL
961284         DISPLAY "Installment " LN-PAYMENT-NUM " part paid; "
961284             "still due: " LN-PRINCIPAL " + " LN-INTEREST
962088         IF LN-LATE-FEE > 0
962088             DISPLAY "Late charge still due: " LN-LATE-FEE
962089         END-IF
961285     END-IF
806310     REWRITE LOAN-SCHEDULE-RECORD
806311         INVALID KEY
806311             DISPLAY "Schedule update failed."
806312         NOT INVALID KEY
806312             CONTINUE
806313     END-REWRITE
961285     IF WS-EXTRA-PRINCIPAL > 0
961286         PERFORM REAMORTIZE-SCHEDULE
961286     END-IF
961287     EXIT.
961287 REAMORTIZE-SCHEDULE.
961288*Extra principal re-spreads what is still owed over the unpaid
961288*installments.  Keeping the payment runs the balance down sooner
961289*and drops the installments no longer needed; keeping the term
961289*re-levels the payment over the same number of installments.
961290     COMPUTE WS-LOAN-RATE ROUNDED = ACCT-INT-RATE / 12
961290     COMPUTE WS-LOAN-REMAINING = 0 - ACCT-BALANCE
961291     PERFORM COUNT-OPEN-INSTALLMENTS
962090     SUBTRACT WS-LATE-OWED FROM WS-LOAN-REMAINING
961291     IF WS-OPEN-ROWS > 0
961292         IF WS-REAMORT-METHOD = 'T'
961292             IF WS-LOAN-RATE = 0
961293                 COMPUTE WS-LOAN-PAYMENT ROUNDED =
961293                     WS-LOAN-REMAINING / WS-OPEN-ROWS
961294             ELSE
961294                 COMPUTE WS-LOAN-FACTOR ROUNDED =
961295                     (1 + WS-LOAN-RATE) ** WS-OPEN-ROWS
961295                 COMPUTE WS-LOAN-PAYMENT ROUNDED =
961296                     WS-LOAN-REMAINING * WS-LOAN-RATE
961296                     * WS-LOAN-FACTOR / (WS-LOAN-FACTOR - 1)
961297             END-IF
961297         END-IF
961298         MOVE 0 TO WS-PAY-IX
961298         MOVE 'N' TO WS-LOAN-EOF
961299         MOVE ACCT-NUMBER TO LN-ACCT-NUMBER
961299         MOVE 0 TO LN-PAYMENT-NUM
961300         START LOAN-SCHEDULE-FILE KEY IS >= LN-KEY
961300             INVALID KEY
961301                 MOVE 'Y' TO WS-LOAN-EOF
961301         END-START
961302         PERFORM UNTIL WS-LOAN-EOF = 'Y'
961302             READ LOAN-SCHEDULE-FILE NEXT RECORD
961303                 AT END
961303                     MOVE 'Y' TO WS-LOAN-EOF
961304                 NOT AT END
961304                     IF LN-ACCT-NUMBER NOT = ACCT-NUMBER
961305                         MOVE 'Y' TO WS-LOAN-EOF
961305                     ELSE
961306                         IF LN-STATUS = 'O'
961306                             PERFORM REAMORTIZE-INSTALLMENT
961307                         END-IF
961307                     END-IF
961308             END-READ
961308         END-PERFORM
961309         IF WS-REAMORT-METHOD = 'P'
961309             PERFORM SHORTEN-LOAN-TERM
961310         ELSE
961310             DISPLAY "Installment lowered to " WS-LOAN-PAYMENT
961311                 " over " WS-OPEN-ROWS " payments."
961311         END-IF
961312     END-IF
961312     EXIT.
961313 COUNT-OPEN-INSTALLMENTS.
961313     MOVE 0 TO WS-OPEN-ROWS
962091     MOVE 0 TO WS-LATE-OWED
961314     MOVE 0 TO WS-LOAN-PAYMENT
961314     MOVE 'N' TO WS-LOAN-EOF
961315     MOVE ACCT-NUMBER TO LN-ACCT-NUMBER
961315     MOVE 0 TO LN-PAYMENT-NUM
961316     START LOAN-SCHEDULE-FILE KEY IS >= LN-KEY
961316         INVALID KEY
961317             MOVE 'Y' TO WS-LOAN-EOF
961317     END-START
961318     PERFORM UNTIL WS-LOAN-EOF = 'Y'
961318         READ LOAN-SCHEDULE-FILE NEXT RECORD
961319             AT END
961319                 MOVE 'Y' TO WS-LOAN-EOF
961320             NOT AT END
961320                 IF LN-ACCT-NUMBER NOT = ACCT-NUMBER
961321                     MOVE 'Y' TO WS-LOAN-EOF
961321                 ELSE
961322                     IF LN-STATUS = 'O'
961322                         ADD 1 TO WS-OPEN-ROWS
962092                         ADD LN-LATE-FEE TO WS-LATE-OWED
961323                         IF WS-OPEN-ROWS = 1
961323                             COMPUTE WS-LOAN-PAYMENT =
961324                                 LN-PRINCIPAL + LN-INTEREST
961324                         END-IF
961325                     END-IF
961325                 END-IF
961326         END-READ
961326     END-PERFORM
961327     EXIT.
961327 REAMORTIZE-INSTALLMENT.
961328     IF WS-LOAN-REMAINING = 0
962093*A row still owing a late charge is kept for the charge alone.
962093         IF LN-LATE-FEE > 0
962094             MOVE 0 TO LN-PRINCIPAL
962094             MOVE 0 TO LN-INTEREST
962095             REWRITE LOAN-SCHEDULE-RECORD
962095                 INVALID KEY
962096                     DISPLAY "Schedule row not updated: "
962096                         LN-PAYMENT-NUM
962097             END-REWRITE
962097         ELSE
962098             DELETE LOAN-SCHEDULE-FILE RECORD
962098                 INVALID KEY
962099                     DISPLAY "Schedule row not removed: "
962099                         LN-PAYMENT-NUM
962100             END-DELETE
962100         END-IF
961330     ELSE
961331         ADD 1 TO WS-PAY-IX
961331         COMPUTE WS-LOAN-INTEREST ROUNDED =
961332             WS-LOAN-REMAINING * WS-LOAN-RATE
961332         IF WS-PAY-IX = WS-OPEN-ROWS
961333             OR WS-LOAN-REMAINING + WS-LOAN-INTEREST
961333                 NOT > WS-LOAN-PAYMENT
961334             MOVE WS-LOAN-REMAINING TO WS-LOAN-PRINCIPAL
961334         ELSE
961335             COMPUTE WS-LOAN-PRINCIPAL =
961335                 WS-LOAN-PAYMENT - WS-LOAN-INTEREST
961336         END-IF
961336         MOVE WS-LOAN-PRINCIPAL TO LN-PRINCIPAL
961337         MOVE WS-LOAN-INTEREST TO LN-INTEREST
961337         MOVE 0 TO LN-INT-PAID
961338         REWRITE LOAN-SCHEDULE-RECORD
961338             INVALID KEY
961339                 DISPLAY "Schedule row not updated: "
961339                     LN-PAYMENT-NUM
961339             NOT INVALID KEY
961340                 CONTINUE
961340         END-REWRITE
961341         SUBTRACT WS-LOAN-PRINCIPAL FROM WS-LOAN-REMAINING
961341         MOVE LN-PAYMENT-NUM TO WS-LAST-PAY-NUM
961342         MOVE LN-DUE-DATE TO WS-LAST-DUE-DATE
961342     END-IF
961343     EXIT.
961343 SHORTEN-LOAN-TERM.
961344     IF WS-PAY-IX < WS-OPEN-ROWS
961344         MOVE WS-LAST-PAY-NUM TO ACCT-TERM-MONTHS
961345         MOVE WS-LAST-DUE-DATE TO ACCT-MATURITY-DATE
961345         REWRITE ACCOUNT-RECORD
961346             INVALID KEY
961346                 DISPLAY "Loan term update failed."
961347             NOT INVALID KEY
961347                 DISPLAY "Term shortened: final payment now due "
961348                     WS-LAST-DUE-DATE
961348         END-REWRITE
961349     END-IF
961349     EXIT.
961350 CLOSE-PAID-LOAN.
961350*A loan paid to zero has its remaining installments marked paid
961351*and is closed.  The LOAN-PAYOFF history entry is what the
961351*nightly notice run picks up to send the paid-in-full letter.
978678     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
961352     MOVE 'N' TO WS-LOAN-EOF
961352     MOVE ACCT-NUMBER TO LN-ACCT-NUMBER
961353     MOVE 0 TO LN-PAYMENT-NUM
961353     START LOAN-SCHEDULE-FILE KEY IS >= LN-KEY
961354         INVALID KEY
961354             MOVE 'Y' TO WS-LOAN-EOF
961355     END-START
961355     PERFORM UNTIL WS-LOAN-EOF = 'Y'
961356         READ LOAN-SCHEDULE-FILE NEXT RECORD
961356             AT END
961357                 MOVE 'Y' TO WS-LOAN-EOF
961357             NOT AT END
961358                 IF LN-ACCT-NUMBER NOT = ACCT-NUMBER
961358                     MOVE 'Y' TO WS-LOAN-EOF
961359                 ELSE
961359                     IF LN-STATUS = 'O'
961360                         MOVE 'P' TO LN-STATUS
978678                         MOVE WS-TODAY-DATE TO LN-PAID-DATE
962101                         MOVE 0 TO LN-LATE-FEE
961360                         REWRITE LOAN-SCHEDULE-RECORD
961361                             INVALID KEY
961361                                 DISPLAY "Schedule update failed."
961362                             NOT INVALID KEY
961362                                 CONTINUE
961363                         END-REWRITE
961363                     END-IF
961364                 END-IF
961364         END-READ
961365     END-PERFORM
961365     MOVE ACCT-STATUS TO WS-OLD-ACCT-STATUS
961366     MOVE 'C' TO ACCT-STATUS
961366     REWRITE ACCOUNT-RECORD
961367         INVALID KEY
961367             DISPLAY "Loan close failed."
961368         NOT INVALID KEY
961368             MOVE "STATUS" TO AH-FIELD-NAME
961369             MOVE WS-OLD-ACCT-STATUS TO AH-OLD-VALUE
961369             MOVE "C" TO AH-NEW-VALUE
961370             PERFORM WRITE-ACCT-HISTORY
961370             MOVE "LOAN-PAYOFF" TO AH-FIELD-NAME
961371             MOVE SPACES TO AH-OLD-VALUE
961371             MOVE WS-PAY-TOTAL TO WS-LOAN-AMT-DISP
961372             MOVE WS-LOAN-AMT-DISP TO AH-NEW-VALUE
961372             PERFORM WRITE-ACCT-HISTORY
961373             DISPLAY ">>> Loan paid in full and closed."
961373             DISPLAY "Paid-in-full letter prints with the"
961374                 " nightly notices."
961374     END-REWRITE
961375     EXIT.
961375 POST-FUNDING-DEBIT.
961376     MOVE "DR" TO WS-TRAN-TYPE
961376     MOVE WS-PAY-TOTAL TO WS-POST-AMOUNT
961377     MOVE SPACES TO WS-POST-DESC
961377     STRING "LOAN PAYMENT TO " DELIMITED BY SIZE
961378         WS-LOAN-ACCT DELIMITED BY SIZE
961378         INTO WS-POST-DESC
961379     MOVE "XFDR" TO WS-TRAN-CODE
961379     CALL "POST-TRANSACTION-C" USING WS-FUND-ACCT
961380         WS-TRAN-TYPE WS-POST-AMOUNT WS-FUND-BALANCE
961380         LS-USERNAME WS-POST-DESC WS-TRAN-CODE
961381     DISPLAY "Paid from account " WS-FUND-ACCT
961381         ", balance: " WS-FUND-BALANCE
961382     EXIT.
961382 FUNDING-BACK-OUT.
961383     MOVE WS-FUND-ACCT TO ACCT-NUMBER
961383     READ ACCOUNT-MASTER-FILE
961384         INVALID KEY
961384             DISPLAY "Back-out failed. Contact supervisor."
961385         NOT INVALID KEY
961385             ADD WS-PAY-TOTAL TO ACCT-BALANCE
961386             REWRITE ACCOUNT-RECORD
961386                 INVALID KEY
961387                     DISPLAY "Back-out failed."
961387                     DISPLAY "Contact supervisor."
961388                 NOT INVALID KEY
961388                     DISPLAY "Funding debit backed out."
961389             END-REWRITE
961389     END-READ
961390     EXIT.
116645 BALANCE-INQUIRY.
116645     PERFORM OPEN-ACCOUNT-IO
116645     MOVE 'N' TO WS-RECORD-FOUND
394440         DISPLAY "Status   : " ACCT-STATUS
394440         DISPLAY "Balance  : " ACCT-BALANCE
733410         CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
965376         CALL "MEMO_BALANCE" USING ACCT-NUMBER WS-MEMO-NET
965376         IF WS-MEMO-NET NOT = 0
965377             COMPUTE WS-MEMO-BALANCE = ACCT-BALANCE + WS-MEMO-NET
965377             DISPLAY "Memo bal : " WS-MEMO-BALANCE
965378                 "  (queued items not yet posted)"
965378         END-IF
733410         COMPUTE WS-AVAILABLE-BAL =
965379             ACCT-BALANCE + WS-MEMO-NET - WS-HOLD-TOTAL
733411         DISPLAY "Holds    : " WS-HOLD-TOTAL
733412         DISPLAY "Avail    : " WS-AVAILABLE-BAL
980080         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
980080             WS-PRODUCT-FOUND
980081         IF PRD-SWEEP-ROLE = 'P' AND ACCT-LINKED-ACCT NOT = 0
952334             DISPLAY "OD prot. : " ACCT-LINKED-ACCT
952335         END-IF
394440     END-IF
394441     CLOSE ACCOUNT-MASTER-FILE
394442     EXIT.
562004                 MOVE 'Y' TO WS-RECORD-FOUND
562005         END-READ
793919     END-IF
972233     IF WS-RECORD-FOUND = 'Y'
972234         PERFORM CHECK-TELLER-CHANNEL
972234     END-IF
562005     IF WS-RECORD-FOUND = 'Y' AND ACCT-STATUS = 'O'
562005         MOVE ACCT-BALANCE TO WS-FROM-BALANCE
562006         PERFORM CHECK-EARLY-WITHDRAWAL
562104             NOT INVALID KEY
562104                 MOVE 'Y' TO WS-RECORD-FOUND
562104         END-READ
963334         IF WS-RECORD-FOUND = 'Y'
963334             AND (ACCT-STATUS = 'O' OR ACCT-STATUS = 'R')
562105             PERFORM TRANSFER-CHECK-FUNDS
562105         ELSE
562106             IF WS-RECORD-FOUND = 'Y'
562200     DISPLAY "Transfer amount: " WITH NO ADVANCING
562200     ACCEPT WS-AMOUNT
562201     CALL "HOLD_TOTAL" USING WS-FROM-ACCT WS-HOLD-TOTAL
965380     IF WS-AMOUNT > 0 AND WS-BATCH-FLAG NOT = 'B'
952325         PERFORM TRANSFER-PROTECTION-SWEEP
952326     END-IF
965380     CALL "MEMO_BALANCE" USING WS-FROM-ACCT WS-MEMO-NET
562201     COMPUTE WS-AVAILABLE-BAL =
965381         WS-FROM-BALANCE + WS-MEMO-NET - WS-HOLD-TOTAL
562201     IF WS-AMOUNT = 0
562201         DISPLAY "Amount must be greater than zero."
562201     ELSE
562202         IF WS-AMOUNT > WS-AVAILABLE-BAL
562202             DISPLAY "Insufficient funds. Transfer rejected."
562202         ELSE
972235             COMPUTE WS-RULE-BALANCE =
972235                 WS-FROM-BALANCE + WS-MEMO-NET
972235             PERFORM CHECK-PRODUCT-DEBIT
972236             IF WS-PRODUCT-OK = 'Y'
965382             IF WS-BATCH-FLAG = 'B'
965382                 PERFORM MEMO-TRANSFER
965383             ELSE
562203             PERFORM TRANSFER-POST-LEGS
965383             END-IF
972236             END-IF
562203         END-IF
562203     END-IF
562204     EXIT.
952326 TRANSFER-PROTECTION-SWEEP.
952327     MOVE WS-FROM-ACCT TO ACCT-NUMBER
952327     READ ACCOUNT-MASTER-FILE
952328         INVALID KEY
952328             CONTINUE
952329         NOT INVALID KEY
952329             MOVE WS-AMOUNT TO WS-SWEEP-NEED
952330             PERFORM OD-PROTECTION-SWEEP
952330             MOVE ACCT-BALANCE TO WS-FROM-BALANCE
952331     END-READ
952331     EXIT.
965384 MEMO-TRANSFER.
965384*Both legs are queued together, each pointing at the other, so
965385*the next day's memo post applies them as a pair.
965385     PERFORM OPEN-MEMO-IO
965386     COMPUTE WS-MEMO-LINK = WS-NEXT-MEMO-ID + 2
965386     MOVE WS-FROM-ACCT TO WS-MEMO-ACCT
965387     MOVE "DR" TO WS-TRAN-TYPE
965387     MOVE "XFDR" TO WS-TRAN-CODE
965388     MOVE SPACES TO WS-POST-DESC
965388     PERFORM QUEUE-MEMO-ITEM
965389     IF WS-MEMO-QUEUED = 'Y'
965389         MOVE MP-ID TO WS-MEMO-LINK
965390         MOVE WS-TO-ACCT TO WS-MEMO-ACCT
965390         MOVE "CR" TO WS-TRAN-TYPE
965391         MOVE "XFCR" TO WS-TRAN-CODE
965391         PERFORM QUEUE-MEMO-ITEM
965392         IF WS-MEMO-QUEUED = 'N'
965392             PERFORM MEMO-TRANSFER-BACK-OUT
965393         END-IF
965393     END-IF
965394     CLOSE MEMO-POST-FILE
965394     IF WS-MEMO-QUEUED = 'Y'
965395         DISPLAY ">>> Transfer queued for " WS-MEMO-BUS-DATE
965395         CALL "MEMO_BALANCE" USING WS-FROM-ACCT WS-MEMO-NET
965396         COMPUTE WS-MEMO-BALANCE = WS-FROM-BALANCE + WS-MEMO-NET
965396         MOVE "MEMO XFER" TO WS-RCPT-TYPE
965397         MOVE WS-FROM-ACCT TO WS-RCPT-ACCT
965397         MOVE WS-AMOUNT TO WS-RCPT-AMOUNT
965398         MOVE WS-MEMO-BALANCE TO WS-RCPT-BALANCE
965398         PERFORM ISSUE-RECEIPT
965399         DISPLAY "From-account memo balance: " WS-MEMO-BALANCE
965399     END-IF
965400     EXIT.
965400 MEMO-TRANSFER-BACK-OUT.
965401*The first leg is withdrawn from the queue when the second could
965401*not be written, so no half transfer is left to post.
965402     MOVE WS-MEMO-LINK TO MP-ID
965402     READ MEMO-POST-FILE
965403         INVALID KEY
965403             DISPLAY "Back-out failed. Contact supervisor."
965404         NOT INVALID KEY
965404             DELETE MEMO-POST-FILE
965405                 INVALID KEY
965405                     DISPLAY "Back-out failed."
965406                     DISPLAY "Contact supervisor."
965406                 NOT INVALID KEY
965407                     DISPLAY "Second leg could not be queued."
965407                     DISPLAY "Transfer rejected."
965408             END-DELETE
965408     END-READ
965409     EXIT.
965409 OPEN-MEMO-IO.
965410     OPEN I-O MEMO-POST-FILE
965410     IF WS-MP-FILE-STATUS = "35"
965411         OPEN OUTPUT MEMO-POST-FILE
965411         CLOSE MEMO-POST-FILE
965412         OPEN I-O MEMO-POST-FILE
965412     END-IF
965413     MOVE 0 TO WS-NEXT-MEMO-ID
965413     MOVE 'N' TO WS-MP-EOF
965414     PERFORM UNTIL WS-MP-EOF = 'Y'
965414         READ MEMO-POST-FILE NEXT RECORD
965415             AT END
965415                 MOVE 'Y' TO WS-MP-EOF
965416             NOT AT END
965416                 IF MP-ID > WS-NEXT-MEMO-ID
965417                     MOVE MP-ID TO WS-NEXT-MEMO-ID
965417                 END-IF
965418         END-READ
965418     END-PERFORM
965419     EXIT.
965419 QUEUE-MEMO-ITEM.
965420     MOVE 'N' TO WS-MEMO-QUEUED
965420     ADD 1 TO WS-NEXT-MEMO-ID
965421     MOVE WS-NEXT-MEMO-ID TO MP-ID
965421     MOVE WS-MEMO-ACCT TO MP-ACCT-NUMBER
965422     MOVE WS-MEMO-BUS-DATE TO MP-BUS-DATE
965422     MOVE WS-TRAN-TYPE TO MP-TRAN-TYPE
965423     MOVE WS-TRAN-CODE TO MP-TRAN-CODE
965423     MOVE WS-AMOUNT TO MP-AMOUNT
965424     MOVE WS-POST-DESC TO MP-DESC
965424     MOVE LS-USERNAME TO MP-OPERATOR
965425     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
965425     ACCEPT WS-TIME-PART FROM TIME
965426     COMPUTE MP-TIMESTAMP =
965426         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
965427     MOVE WS-MEMO-LINK TO MP-LINK-ID
965427     MOVE 'Q' TO MP-STATUS
965428     MOVE 0 TO MP-POSTED-TS
965428     WRITE MEMO-POST-RECORD
965429         INVALID KEY
965429             DISPLAY "Posting could not be queued."
965430         NOT INVALID KEY
965430             MOVE 'Y' TO WS-MEMO-QUEUED
965431     END-WRITE
965431     EXIT.
965432 COMPUTE-MEMO-BALANCE.
965432     CALL "MEMO_BALANCE" USING ACCT-NUMBER WS-MEMO-NET
965433     COMPUTE WS-MEMO-BALANCE = ACCT-BALANCE + WS-MEMO-NET
965433     EXIT.
562300 TRANSFER-POST-LEGS.
562300     MOVE WS-FROM-ACCT TO ACCT-NUMBER
562300     READ ACCOUNT-MASTER-FILE
562405     IF WS-XFER-OK = 'Y'
562405         MOVE "DR" TO WS-TRAN-TYPE
562406         MOVE WS-AMOUNT TO WS-POST-AMOUNT
940607         MOVE SPACES TO WS-POST-DESC
940607         MOVE "XFDR" TO WS-TRAN-CODE
562406         CALL "POST-TRANSACTION-C" USING WS-FROM-ACCT
562406             WS-TRAN-TYPE WS-POST-AMOUNT WS-FROM-BALANCE
562406             LS-USERNAME WS-POST-DESC WS-TRAN-CODE
562407         MOVE "CR" TO WS-TRAN-TYPE
940608         MOVE "XFCR" TO WS-TRAN-CODE
562407         CALL "POST-TRANSACTION-C" USING WS-TO-ACCT
562407             WS-TRAN-TYPE WS-POST-AMOUNT WS-TO-BALANCE
562408             LS-USERNAME WS-POST-DESC WS-TRAN-CODE
562408         DISPLAY ">>> Transfer posted."
871422         MOVE "TRANSFER" TO WS-RCPT-TYPE
871422         MOVE WS-FROM-ACCT TO WS-RCPT-ACCT
618003     EXIT.
618100 CASH-DRAWER-MENU.
618100     MOVE 0 TO WS-DRAWER-OPTION
964418     PERFORM UNTIL WS-DRAWER-OPTION = 5
618101         DISPLAY "+---------------------------------+"
618101         DISPLAY "|           CASH DRAWER           |"
618101         DISPLAY "+---------------------------------+"
618102         DISPLAY "| 1. Open drawer                 |"
618102         DISPLAY "| 2. Settle drawer               |"
964418         DISPLAY "| 3. Buy cash from vault         |"
964419         DISPLAY "| 4. Sell cash to vault          |"
964419         DISPLAY "| 5. Back                        |"
618103         DISPLAY "+---------------------------------+"
964420         DISPLAY "Select an option (1-5): " WITH NO ADVANCING
618103         ACCEPT WS-DRAWER-OPTION
618104         EVALUATE WS-DRAWER-OPTION
618104             WHEN 1
618104                 PERFORM OPEN-DRAWER
618105             WHEN 2
618105                 PERFORM SETTLE-DRAWER
964420             WHEN 3
964421                 MOVE 'B' TO WS-VAULT-DIRECTION
964421                 PERFORM VAULT-CASH-MOVE
964422             WHEN 4
964422                 MOVE 'S' TO WS-VAULT-DIRECTION
964423                 PERFORM VAULT-CASH-MOVE
964423             WHEN 5
618106                 CONTINUE
618106             WHEN OTHER
618106                 DISPLAY "Invalid option. Please try again."
618203     IF WS-DRW-FOUND = 'Y' AND DRW-STATUS = 'O'
618203         DISPLAY "Drawer is already open."
618204     ELSE
964424         PERFORM ACCEPT-DRAWER-BRANCH
964424         IF WS-DRW-BRANCH-OK = 'Y'
964425             PERFORM START-DRAWER
964425         END-IF
618212     END-IF
618212     CLOSE DRAWER-FILE
618212     EXIT.
964426 ACCEPT-DRAWER-BRANCH.
964426*The drawer buys and sells cash through the vault of the branch
964427*the teller is working at today.
964427     MOVE 'N' TO WS-DRW-BRANCH-OK
964428     DISPLAY "Branch number: " WITH NO ADVANCING
964428     ACCEPT WS-DRW-BRANCH
964429     OPEN INPUT BRANCH-MASTER-FILE
964429     IF WS-BRCH-FILE-STATUS = "00"
964430         MOVE WS-DRW-BRANCH TO BR-NUMBER
964430         READ BRANCH-MASTER-FILE
964431             INVALID KEY
964431                 DISPLAY "Branch not on the branch master."
964432             NOT INVALID KEY
964432                 MOVE 'Y' TO WS-DRW-BRANCH-OK
964433         END-READ
964433         CLOSE BRANCH-MASTER-FILE
964434     ELSE
964434         DISPLAY "Branch master file is not available."
964435     END-IF
964435     EXIT.
964436 START-DRAWER.
964436*The drawer is opened from a count by denomination and starts
964437*with the value of that count.
964437     PERFORM ENTER-DRAWER-COUNTS
964438     MOVE WS-DENOM-AMOUNT TO WS-AMOUNT
964438     MOVE LS-USERNAME TO DRW-OPERATOR
964439     MOVE 'O' TO DRW-STATUS
964439     ACCEPT DRW-OPEN-DATE FROM DATE YYYYMMDD
964440     MOVE WS-AMOUNT TO DRW-OPENING-CASH
964440     MOVE 0 TO DRW-CASH-IN
964441     MOVE 0 TO DRW-CASH-OUT
964441     IF WS-DRW-FOUND = 'Y'
964442         REWRITE DRAWER-RECORD
964442             INVALID KEY
964443                 DISPLAY "Drawer open failed."
964443             NOT INVALID KEY
964444                 DISPLAY ">>> Drawer opened."
964444                 PERFORM SAVE-DRAWER-DENOM
964445         END-REWRITE
964445     ELSE
964446         WRITE DRAWER-RECORD
964446             INVALID KEY
964447                 DISPLAY "Drawer open failed."
964447             NOT INVALID KEY
964448                 DISPLAY ">>> Drawer opened."
964448                 PERFORM SAVE-DRAWER-DENOM
964449         END-WRITE
964449     END-IF
964450     EXIT.
964450 SAVE-DRAWER-DENOM.
964451*A drawer kept overnight should open with what it settled with;
964451*any difference is pointed out to the teller.
964452     PERFORM OPEN-DRAWER-DENOM-IO
964452     PERFORM READ-DRAWER-DENOM
964453     IF WS-DD-FOUND = 'Y'
964453         MOVE 0 TO WS-LAST-COUNTED
964454         PERFORM VARYING WS-DX FROM 1 BY 1
964454             UNTIL WS-DX > DENOM-KINDS
964455             COMPUTE WS-LAST-COUNTED = WS-LAST-COUNTED
964455                 + (DD-COUNTED(WS-DX) * DENOM-VALUE(WS-DX))
964456         END-PERFORM
964456         IF WS-LAST-COUNTED > 0
964559             AND WS-LAST-COUNTED NOT = WS-DENOM-AMOUNT
964457             MOVE WS-LAST-COUNTED TO WS-SLIP-AMOUNT
964457             DISPLAY "Note: last settlement count was "
964458                 WS-SLIP-AMOUNT
964458         END-IF
964459     END-IF
964459     INITIALIZE DRAWER-DENOM-RECORD
964460     MOVE LS-USERNAME TO DD-OPERATOR
964460     MOVE WS-DRW-BRANCH TO DD-BRANCH
964461     MOVE DRW-OPEN-DATE TO DD-OPEN-DATE
964461     PERFORM VARYING WS-DX FROM 1 BY 1
964462         UNTIL WS-DX > DENOM-KINDS
964462         MOVE WS-DENOM-COUNT(WS-DX) TO DD-OPEN-COUNT(WS-DX)
964463     END-PERFORM
964463     IF WS-DD-FOUND = 'Y'
964464         REWRITE DRAWER-DENOM-RECORD
964464             INVALID KEY
964465                 DISPLAY "Drawer count update failed."
964465         END-REWRITE
964466     ELSE
964466         WRITE DRAWER-DENOM-RECORD
964467             INVALID KEY
964467                 DISPLAY "Drawer count update failed."
964468         END-WRITE
964468     END-IF
964469     CLOSE DRAWER-DENOM-FILE
964469     EXIT.
964470 OPEN-DRAWER-DENOM-IO.
964470     OPEN I-O DRAWER-DENOM-FILE
964471     IF WS-DD-FILE-STATUS = "35"
964471         OPEN OUTPUT DRAWER-DENOM-FILE
964472         CLOSE DRAWER-DENOM-FILE
964472         OPEN I-O DRAWER-DENOM-FILE
964473     END-IF
964473     EXIT.
964474 READ-DRAWER-DENOM.
964474     MOVE 'N' TO WS-DD-FOUND
964475     MOVE LS-USERNAME TO DD-OPERATOR
964475     READ DRAWER-DENOM-FILE
964476         INVALID KEY
964476             CONTINUE
964477         NOT INVALID KEY
964477             MOVE 'Y' TO WS-DD-FOUND
964478     END-READ
964478     EXIT.
964479 ENTER-DRAWER-COUNTS.
964479     MOVE 0 TO WS-DENOM-AMOUNT
964480     DISPLAY "Enter the number of notes or coins of each kind."
964480     PERFORM VARYING WS-DX FROM 1 BY 1
964481         UNTIL WS-DX > DENOM-KINDS
964481         MOVE 0 TO WS-COUNT-IN
964482         DISPLAY "  " DENOM-LABEL(WS-DX) ": " WITH NO ADVANCING
964482         ACCEPT WS-COUNT-IN
964483         MOVE WS-COUNT-IN TO WS-DENOM-COUNT(WS-DX)
964483         COMPUTE WS-DENOM-AMOUNT = WS-DENOM-AMOUNT
964484             + (WS-COUNT-IN * DENOM-VALUE(WS-DX))
964484     END-PERFORM
964485     MOVE WS-DENOM-AMOUNT TO WS-SLIP-AMOUNT
964485     DISPLAY "Total    : " WS-SLIP-AMOUNT
964486     EXIT.
964486 VAULT-CASH-MOVE.
964487*Cash bought from or sold to the branch vault changes what the
964487*drawer should hold but is not customer cash, so it is kept on
964488*the denomination record rather than in the drawer cash in/out.
964488     PERFORM OPEN-DRAWER-IO
964489     MOVE 'N' TO WS-DRW-FOUND
964489     MOVE LS-USERNAME TO DRW-OPERATOR
964490     READ DRAWER-FILE
964490         INVALID KEY
964491             CONTINUE
964491         NOT INVALID KEY
964492             MOVE 'Y' TO WS-DRW-FOUND
964492     END-READ
964493     PERFORM OPEN-DRAWER-DENOM-IO
964493     PERFORM READ-DRAWER-DENOM
964494     IF WS-DRW-FOUND = 'Y' AND DRW-STATUS = 'O'
964494         AND WS-DD-FOUND = 'Y'
964495         PERFORM ENTER-DRAWER-COUNTS
964495         COMPUTE WS-EXPECTED-CASH = DRW-OPENING-CASH
964496             + DRW-CASH-IN - DRW-CASH-OUT
964496             + DD-BOUGHT-AMOUNT - DD-SOLD-AMOUNT
964497         EVALUATE TRUE
964497             WHEN WS-DENOM-AMOUNT NOT > 0
964498                 DISPLAY "Nothing to move."
964498             WHEN WS-VAULT-DIRECTION = 'S'
964499                 AND WS-DENOM-AMOUNT > WS-EXPECTED-CASH
964499                 DISPLAY "Drawer should hold only "
964500                     WS-EXPECTED-CASH
964500             WHEN OTHER
964501                 PERFORM CALL-VAULT-TRANSFER
964501         END-EVALUATE
964502     ELSE
964502         DISPLAY "Open the drawer before moving vault cash."
964503     END-IF
964503     CLOSE DRAWER-DENOM-FILE
964504     CLOSE DRAWER-FILE
964504     EXIT.
964505 CALL-VAULT-TRANSFER.
964505     MOVE 'N' TO WS-VAULT-RESULT
964506     CALL "VAULT_CASH_TRANSFER" USING LS-USERNAME DD-BRANCH
964506         WS-VAULT-DIRECTION WS-DENOM-COUNTS WS-DENOM-AMOUNT
964507         WS-VAULT-RESULT
964507     EVALUATE WS-VAULT-RESULT
964508         WHEN 'Y'
964508             PERFORM VARYING WS-DX FROM 1 BY 1
964509                 UNTIL WS-DX > DENOM-KINDS
964509                 IF WS-VAULT-DIRECTION = 'B'
964510                     ADD WS-DENOM-COUNT(WS-DX)
964510                         TO DD-BOUGHT-COUNT(WS-DX)
964511                 ELSE
964511                     ADD WS-DENOM-COUNT(WS-DX)
964512                         TO DD-SOLD-COUNT(WS-DX)
964512                 END-IF
964513             END-PERFORM
964513             IF WS-VAULT-DIRECTION = 'B'
964514                 ADD WS-DENOM-AMOUNT TO DD-BOUGHT-AMOUNT
964514             ELSE
964515                 ADD WS-DENOM-AMOUNT TO DD-SOLD-AMOUNT
964515             END-IF
964516             REWRITE DRAWER-DENOM-RECORD
964516                 INVALID KEY
964517                     DISPLAY "Drawer count update failed."
964517                 NOT INVALID KEY
964518                     DISPLAY ">>> Vault cash moved."
964518             END-REWRITE
964519         WHEN 'V'
964519             DISPLAY "No vault set up for branch " DD-BRANCH
964520         WHEN 'I'
964520             DISPLAY "Vault cannot supply that cash."
964521         WHEN OTHER
964521             DISPLAY "Not confirmed - no cash moved."
964522     END-EVALUATE
964522     EXIT.
618300 RECORD-DRAWER-CASH.
618300     PERFORM OPEN-DRAWER-IO
618300     MOVE 'N' TO WS-DRW-FOUND
618402             MOVE 'Y' TO WS-DRW-FOUND
618403     END-READ
618403     IF WS-DRW-FOUND = 'Y' AND DRW-STATUS = 'O'
964523         PERFORM OPEN-DRAWER-DENOM-IO
964523         PERFORM READ-DRAWER-DENOM
964524         IF WS-DD-FOUND = 'N'
964524             INITIALIZE DRAWER-DENOM-RECORD
964525             MOVE LS-USERNAME TO DD-OPERATOR
964525         END-IF
618403         COMPUTE WS-EXPECTED-CASH = DRW-OPENING-CASH
618404             + DRW-CASH-IN - DRW-CASH-OUT
964526             + DD-BOUGHT-AMOUNT - DD-SOLD-AMOUNT
618404         DISPLAY "Expected cash: " WS-EXPECTED-CASH
964526         PERFORM ENTER-DRAWER-COUNTS
964527         MOVE WS-DENOM-AMOUNT TO WS-COUNTED-CASH
618405         COMPUTE WS-OVER-SHORT =
618405             WS-COUNTED-CASH - WS-EXPECTED-CASH
964527         PERFORM SAVE-SETTLED-COUNT
618406         PERFORM WRITE-SETTLEMENT-RECORD
618406         PERFORM WRITE-SETTLEMENT-SLIP
964528         CLOSE DRAWER-DENOM-FILE
618406         MOVE 'S' TO DRW-STATUS
618407         REWRITE DRAWER-RECORD
618407             INVALID KEY
618410     END-IF
618410     CLOSE DRAWER-FILE
618410     EXIT.
964529 SAVE-SETTLED-COUNT.
964529     PERFORM VARYING WS-DX FROM 1 BY 1
964530         UNTIL WS-DX > DENOM-KINDS
964530         MOVE WS-DENOM-COUNT(WS-DX) TO DD-COUNTED(WS-DX)
964531     END-PERFORM
964531     IF WS-DD-FOUND = 'Y'
964532         REWRITE DRAWER-DENOM-RECORD
964532             INVALID KEY
964533                 DISPLAY "Drawer count update failed."
964533         END-REWRITE
964534     ELSE
964534         WRITE DRAWER-DENOM-RECORD
964535             INVALID KEY
964535                 DISPLAY "Drawer count update failed."
964536         END-WRITE
964536     END-IF
964537     EXIT.
618500 WRITE-SETTLEMENT-RECORD.
618500     OPEN EXTEND SETTLEMENT-HISTORY-FILE
618500     MOVE DRW-OPERATOR TO STL-OPERATOR
618501     ACCEPT STL-DATE FROM DATE YYYYMMDD
964538*Cash bought from or sold to the vault is counted with the
964538*opening cash so that cash in and out stay customer cash only.
964539     COMPUTE STL-OPENING-CASH = DRW-OPENING-CASH
964539         + DD-BOUGHT-AMOUNT - DD-SOLD-AMOUNT
618501     MOVE DRW-CASH-IN TO STL-CASH-IN
618502     MOVE DRW-CASH-OUT TO STL-CASH-OUT
618502     MOVE WS-EXPECTED-CASH TO STL-EXPECTED
618604         WS-SLIP-AMOUNT DELIMITED BY SIZE
618604         INTO SLIP-LINE
618604     WRITE SLIP-LINE
964540     PERFORM WRITE-SLIP-DENOMS
618605     CLOSE SETTLEMENT-SLIP-FILE
618605     EXIT.
964540 WRITE-SLIP-DENOMS.
964541*NET is what customers paid in (or took out, negative) of each
964541*denomination, so an over or short can be traced to the notes or
964542*coins it is in.
964542     MOVE SPACES TO SLIP-LINE
964543     WRITE SLIP-LINE
964543     WRITE SLIP-LINE FROM WS-DENOM-HEAD
964545     PERFORM VARYING WS-DX FROM 1 BY 1
964545         UNTIL WS-DX > DENOM-KINDS
964546         COMPUTE WS-NET-COUNT = DD-COUNTED(WS-DX)
964546             - DD-OPEN-COUNT(WS-DX) - DD-BOUGHT-COUNT(WS-DX)
964547             + DD-SOLD-COUNT(WS-DX)
964547         MOVE DENOM-LABEL(WS-DX) TO DN-LABEL
964548         MOVE DD-OPEN-COUNT(WS-DX) TO DN-OPEN
964548         MOVE DD-BOUGHT-COUNT(WS-DX) TO DN-BOUGHT
964549         MOVE DD-SOLD-COUNT(WS-DX) TO DN-SOLD
964549         MOVE DD-COUNTED(WS-DX) TO DN-COUNTED
964550         MOVE WS-NET-COUNT TO DN-NET
964550         WRITE SLIP-LINE FROM WS-DENOM-LINE
964551     END-PERFORM
964551     EXIT.
618700 WRITE-SLIP-DETAIL.
618700     MOVE SPACES TO SLIP-LINE
618700     MOVE DRW-OPENING-CASH TO WS-SLIP-AMOUNT
618701         WS-SLIP-AMOUNT DELIMITED BY SIZE
618701         INTO SLIP-LINE
618702     WRITE SLIP-LINE
964552     MOVE SPACES TO SLIP-LINE
964552     MOVE DD-BOUGHT-AMOUNT TO WS-SLIP-AMOUNT
964553     STRING "FROM VAULT  : " DELIMITED BY SIZE
964553         WS-SLIP-AMOUNT DELIMITED BY SIZE
964554         INTO SLIP-LINE
964554     WRITE SLIP-LINE
964555     MOVE SPACES TO SLIP-LINE
964555     MOVE DD-SOLD-AMOUNT TO WS-SLIP-AMOUNT
964556     STRING "TO VAULT    : " DELIMITED BY SIZE
964556         WS-SLIP-AMOUNT DELIMITED BY SIZE
964557         INTO SLIP-LINE
964557     WRITE SLIP-LINE
618702     MOVE SPACES TO SLIP-LINE
618702     MOVE DRW-CASH-IN TO WS-SLIP-AMOUNT
618703     STRING "CASH IN     : " DELIMITED BY SIZE
734007     END-IF
734008     CLOSE ACCOUNT-HOLD-FILE
734008     EXIT.
955233 PLACE-DEPOSIT-HOLDS.
955233*A deposited check is only provisional credit until it is
955234*collected.  The hold policy for the kind of check splits the
955234*deposit into the part available next business day, the rest
955235*held the standard period (longer for a new account), and any
955235*part above the large-deposit threshold held the longest; one
955236*ACCTHOLD.DAT hold is placed for each part, and each is noted
955236*for the customer receipt.  Expects the account record read.
955237     MOVE 0 TO WS-RCPT-HOLD-COUNT
955237     INITIALIZE WS-RCPT-HOLDS
955238     PERFORM READ-HOLD-POLICY
955238     ACCEPT WS-TODAY FROM DATE YYYYMMDD
955239     IF WS-DEPOSIT-KIND = 'O'
955239         MOVE "ON-US CHECK" TO WS-CHECK-KIND-TEXT
955240     ELSE
955240         MOVE "OTHER-BANK CHECK" TO WS-CHECK-KIND-TEXT
955241     END-IF
955241     MOVE 'N' TO WS-NEW-ACCOUNT
955242     IF ACCT-OPEN-DATE > 0
955242         COMPUTE WS-OPEN-AGE =
955243             FUNCTION INTEGER-OF-DATE(WS-TODAY)
955243             - FUNCTION INTEGER-OF-DATE(ACCT-OPEN-DATE)
955244         IF WS-OPEN-AGE < HP-NEW-ACCT-AGE
955244             MOVE 'Y' TO WS-NEW-ACCOUNT
955245         END-IF
955245     END-IF
955246     MOVE HP-STD-DAYS TO WS-STD-DAYS
955246     IF WS-NEW-ACCOUNT = 'Y' AND HP-NEW-ACCT-DAYS > WS-STD-DAYS
955247         MOVE HP-NEW-ACCT-DAYS TO WS-STD-DAYS
955247     END-IF
955248     MOVE WS-STD-DAYS TO WS-LARGE-DAYS
955248     IF HP-LARGE-DAYS > WS-LARGE-DAYS
955249         MOVE HP-LARGE-DAYS TO WS-LARGE-DAYS
955249     END-IF
955250     MOVE WS-AMOUNT TO WS-NEXT-DAY-PART
955250     IF WS-NEXT-DAY-PART > HP-NEXT-DAY-AMOUNT
955251         MOVE HP-NEXT-DAY-AMOUNT TO WS-NEXT-DAY-PART
955251     END-IF
955252     MOVE 0 TO WS-LARGE-PART
955252     IF WS-AMOUNT > HP-LARGE-AMOUNT
955253         COMPUTE WS-LARGE-PART = WS-AMOUNT - HP-LARGE-AMOUNT
955253     END-IF
955254     COMPUTE WS-STD-PART =
955254         WS-AMOUNT - WS-NEXT-DAY-PART - WS-LARGE-PART
955255     IF WS-STD-PART < 0
955255         ADD WS-STD-PART TO WS-LARGE-PART
955256         MOVE 0 TO WS-STD-PART
955256     END-IF
955257     IF WS-STD-DAYS NOT > 1
955257         ADD WS-STD-PART TO WS-NEXT-DAY-PART
955258         MOVE 0 TO WS-STD-PART
955258     END-IF
955259     IF WS-LARGE-DAYS = WS-STD-DAYS
955259         ADD WS-LARGE-PART TO WS-STD-PART
955260         MOVE 0 TO WS-LARGE-PART
955260     END-IF
955261     PERFORM OPEN-HOLD-IO
955261     PERFORM NEXT-HOLD-ID
955262     IF WS-NEXT-DAY-PART > 0
955262         MOVE WS-NEXT-DAY-PART TO WS-HOLD-PART
955263         MOVE 1 TO WS-HOLD-DAYS
955263         MOVE SPACES TO WS-HOLD-PART-REASON
955264         STRING WS-CHECK-KIND-TEXT DELIMITED BY "  "
955264             " - NEXT DAY" DELIMITED BY SIZE
955265             INTO WS-HOLD-PART-REASON
955265         PERFORM WRITE-DEPOSIT-HOLD
955266     END-IF
955266     IF WS-STD-PART > 0
955267         MOVE WS-STD-PART TO WS-HOLD-PART
955267         MOVE WS-STD-DAYS TO WS-HOLD-DAYS
955268         MOVE SPACES TO WS-HOLD-PART-REASON
955268         IF WS-NEW-ACCOUNT = 'Y'
955269             STRING WS-CHECK-KIND-TEXT DELIMITED BY "  "
955269                 " - NEW ACCOUNT" DELIMITED BY SIZE
955270                 INTO WS-HOLD-PART-REASON
955270         ELSE
955271             MOVE WS-CHECK-KIND-TEXT TO WS-HOLD-PART-REASON
955271         END-IF
955272         PERFORM WRITE-DEPOSIT-HOLD
955272     END-IF
955273     IF WS-LARGE-PART > 0
955273         MOVE WS-LARGE-PART TO WS-HOLD-PART
955274         MOVE WS-LARGE-DAYS TO WS-HOLD-DAYS
955274         MOVE SPACES TO WS-HOLD-PART-REASON
955275         STRING WS-CHECK-KIND-TEXT DELIMITED BY "  "
955275             " - LARGE ITEM" DELIMITED BY SIZE
955276             INTO WS-HOLD-PART-REASON
955276         PERFORM WRITE-DEPOSIT-HOLD
955277     END-IF
955277     CLOSE ACCOUNT-HOLD-FILE
955278     EXIT.
955278 WRITE-DEPOSIT-HOLD.
955279*Holds WS-HOLD-PART for WS-HOLD-DAYS business days.  The hold
955279*expires the calendar day before the funds become available.
955280     IF WS-HOLD-DAYS > 0
955280         PERFORM ADD-BUSINESS-DAYS
955281         MOVE WS-NEXT-HOLD-ID TO HOLD-ID
955281         MOVE ACCT-NUMBER TO HOLD-ACCT-NUMBER
955282         MOVE WS-HOLD-PART TO HOLD-AMOUNT
955282         MOVE WS-HOLD-PART-REASON TO HOLD-REASON
955283         COMPUTE WS-DATE-INT =
955283             FUNCTION INTEGER-OF-DATE(WS-AVAIL-DATE) - 1
955284         COMPUTE HOLD-EXPIRY-DATE =
955284             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
955285         MOVE 'A' TO HOLD-STATUS
955285         WRITE HOLD-RECORD
955286             INVALID KEY
955286                 DISPLAY "Deposit hold could not be written."
955287             NOT INVALID KEY
955287                 ADD 1 TO WS-NEXT-HOLD-ID
955288                 ADD 1 TO WS-RCPT-HOLD-COUNT
955288                 MOVE WS-HOLD-PART
955289                     TO WS-RCPT-HOLD-AMT(WS-RCPT-HOLD-COUNT)
955289                 MOVE WS-AVAIL-DATE
955290                     TO WS-RCPT-HOLD-DATE(WS-RCPT-HOLD-COUNT)
955290                 MOVE WS-HOLD-PART TO WS-RCPT-AMT-DISP
955291                 DISPLAY ">>> Hold " HOLD-ID " " WS-RCPT-AMT-DISP
955291                     " available " WS-AVAIL-DATE
955292         END-WRITE
955292     END-IF
955293     EXIT.
955293 ADD-BUSINESS-DAYS.
955294*Counts WS-HOLD-DAYS business days on from today, skipping
955294*weekends and bank holidays, into WS-AVAIL-DATE.
955295     MOVE WS-TODAY TO WS-AVAIL-DATE
955295     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
955296     MOVE 0 TO WS-DAYS-COUNTED
955296     PERFORM UNTIL WS-DAYS-COUNTED NOT < WS-HOLD-DAYS
955297         ADD 1 TO WS-DATE-INT
955297         COMPUTE WS-AVAIL-DATE =
955298             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
955298         COMPUTE WS-DAY-OF-WEEK =
955299             FUNCTION MOD(WS-DATE-INT, 7)
955299         CALL "HOLIDAY_CHECK" USING WS-AVAIL-DATE
955300             WS-HOLIDAY-FLAG
955300         IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
955301             AND WS-HOLIDAY-FLAG = 'N'
955301             ADD 1 TO WS-DAYS-COUNTED
955302         END-IF
955302     END-PERFORM
955303     EXIT.
955303 READ-HOLD-POLICY.
955304     OPEN I-O HOLD-POLICY-FILE
955304     IF WS-HPOL-FILE-STATUS = "35"
955305         OPEN OUTPUT HOLD-POLICY-FILE
955305         CLOSE HOLD-POLICY-FILE
955306         OPEN I-O HOLD-POLICY-FILE
955306         PERFORM SEED-DEFAULT-HOLD-POLICY
955307     END-IF
955307     MOVE WS-DEPOSIT-KIND TO HP-CHECK-KIND
955308     READ HOLD-POLICY-FILE
955308         INVALID KEY
955309             PERFORM SET-DEFAULT-HOLD-POLICY
955309     END-READ
955310     CLOSE HOLD-POLICY-FILE
955310     EXIT.
955311 SEED-DEFAULT-HOLD-POLICY.
955311     MOVE 'O' TO HP-CHECK-KIND
955312     PERFORM SET-DEFAULT-HOLD-POLICY
955312     WRITE HOLD-POLICY-RECORD
955313     MOVE 'T' TO HP-CHECK-KIND
955313     PERFORM SET-DEFAULT-HOLD-POLICY
955314     WRITE HOLD-POLICY-RECORD
955314     EXIT.
955315 SET-DEFAULT-HOLD-POLICY.
955315*First 225.00 next day; the remainder the next business day
955316*for on-us checks and two business days for other-bank checks;
955316*new accounts (under 30 days) and the part of a deposit above
955317*5,525.00 held longer.
955317     MOVE 225.00 TO HP-NEXT-DAY-AMOUNT
955318     MOVE 5525.00 TO HP-LARGE-AMOUNT
955318     MOVE 30 TO HP-NEW-ACCT-AGE
955319     IF HP-CHECK-KIND = 'O'
955319         MOVE 1 TO HP-STD-DAYS
955320         MOVE 5 TO HP-LARGE-DAYS
955320         MOVE 5 TO HP-NEW-ACCT-DAYS
955321     ELSE
955321         MOVE 2 TO HP-STD-DAYS
955322         MOVE 7 TO HP-LARGE-DAYS
955322         MOVE 9 TO HP-NEW-ACCT-DAYS
955323     END-IF
955323     EXIT.
972237 ASSESS-OVERDRAFT-FEE.
972237*The fee is the one set on the account's product; a product
972238*that carries no fee is not charged.
972238     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972239         WS-PRODUCT-FOUND
972239     MOVE PRD-OD-FEE TO WS-OD-FEE
972240     IF WS-OD-FEE > 0
972240         PERFORM POST-OVERDRAFT-FEE
972241     END-IF
972241     EXIT.
972242 POST-OVERDRAFT-FEE.
747300     SUBTRACT WS-OD-FEE FROM ACCT-BALANCE
747301     REWRITE ACCOUNT-RECORD
747301         INVALID KEY
747302             MOVE "DR" TO WS-TRAN-TYPE
747302             MOVE WS-OD-FEE TO WS-POST-AMOUNT
873516             MOVE "OVERDRAFT FEE" TO WS-POST-DESC
940609             MOVE "ODFE" TO WS-TRAN-CODE
747303             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
747303                 WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
747303                 LS-USERNAME WS-POST-DESC WS-TRAN-CODE
747304             DISPLAY "Overdraft fee assessed: " WS-OD-FEE
747304     END-REWRITE
747304     EXIT.
980054 OD-PROTECTION-SWEEP.
980055*A debit of WS-SWEEP-NEED that would take the balance less holds
980055*below zero first draws the shortfall, plus the sweep fee, across
980056*from the protecting account.  OVERDRAFT_SWEEP decides from the
980056*two accounts' products whether the sweep applies and posts it;
980057*if it cannot cover all of it nothing moves and the debit falls
980057*back to the overdraft limit and overdraft fee.  The master is
980058*closed across the call, which opens it itself.  Expects the
980058*debited record read and its holds in WS-HOLD-TOTAL; leaves that
980059*record re-read.
980059     IF ACCT-LINKED-ACCT NOT = 0
980060         AND WS-SWEEP-NEED > ACCT-BALANCE - WS-HOLD-TOTAL
980060         MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
980061         CLOSE ACCOUNT-MASTER-FILE
980061         CALL "OVERDRAFT_SWEEP" USING WS-SWEEP-FUNCTION
980062             WS-SWEEP-CHK-ACCT WS-SWEEP-NEED WS-HOLD-TOTAL
980062             LS-USERNAME WS-SWEEP-RESULT WS-SWEEP-SAV-ACCT
980063             WS-SWEEP-AMOUNT WS-SWEEP-FEE WS-SWEEP-SAV-BALANCE
980063             WS-SWEEP-CHK-BALANCE
980064         OPEN I-O ACCOUNT-MASTER-FILE
980064         IF WS-SWEEP-RESULT = 'Y'
980065             DISPLAY "Overdraft protection sweep from "
980065                 WS-SWEEP-SAV-ACCT ": " WS-SWEEP-AMOUNT
980066             IF WS-SWEEP-FEE > 0
980066                 DISPLAY "Sweep fee assessed: " WS-SWEEP-FEE
980067             END-IF
980067         END-IF
980068         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
980068         READ ACCOUNT-MASTER-FILE
980069             INVALID KEY
980069                 DISPLAY "Checking account could not be re-read."
980070         END-READ
980070     END-IF
980071     EXIT.
747400 SET-OVERDRAFT-LIMIT.
747400     PERFORM OPEN-ACCOUNT-IO
747400     MOVE 'N' TO WS-RECORD-FOUND
747404         DISPLAY "Current limit: " ACCT-OD-LIMIT
747404         DISPLAY "New overdraft limit: " WITH NO ADVANCING
747404         ACCEPT WS-AMOUNT
972242         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972243             WS-PRODUCT-FOUND
972243         IF WS-AMOUNT > 0 AND PRD-OD-ALLOWED NOT = 'Y'
972244             DISPLAY "This account type does not allow an"
972244             DISPLAY "overdraft limit."
972245         ELSE
839308         MOVE "OD-LIMIT" TO WS-PA-ACTION
839308         MOVE WS-AMOUNT TO WS-NEW-LIMIT-DISP
839309         MOVE WS-NEW-LIMIT-DISP TO WS-PA-VALUE
839309         MOVE SPACES TO WS-PA-REASON
839310         PERFORM QUEUE-APPROVAL-ITEM
972245         END-IF
747407     ELSE
747407         IF WS-RECORD-FOUND = 'Y'
747408             DISPLAY "Account is not open."
747408     END-IF
747409     CLOSE ACCOUNT-MASTER-FILE
747409     EXIT.
952230 SET-OD-PROTECTION.
952230     PERFORM OPEN-ACCOUNT-IO
952231     MOVE 'N' TO WS-RECORD-FOUND
980071     DISPLAY "Account to protect: " WITH NO ADVANCING
952232     ACCEPT ACCT-NUMBER
952232     CALL "CHECK_DIGIT" USING ACCT-NUMBER WS-ACCT-VALID
952233     IF WS-ACCT-VALID = 'N'
952233         DISPLAY "Invalid account number (check digit)."
952234     ELSE
952234         READ ACCOUNT-MASTER-FILE
952235             INVALID KEY
952235                 DISPLAY "Account not found."
952236             NOT INVALID KEY
952236                 MOVE 'Y' TO WS-RECORD-FOUND
952237         END-READ
952237     END-IF
952238     IF WS-RECORD-FOUND = 'Y'
980072         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
980072             WS-PRODUCT-FOUND
980073         IF PRD-SWEEP-ROLE NOT = 'P'
980073             DISPLAY "This account type does not take"
980074             DISPLAY "overdraft protection."
952240         ELSE
952240             IF ACCT-STATUS NOT = 'O'
952241                 DISPLAY "Account is not open."
952241             ELSE
952242                 PERFORM ACCEPT-OD-PROTECTION
952242             END-IF
952243         END-IF
952243     END-IF
952244     CLOSE ACCOUNT-MASTER-FILE
952244     EXIT.
952245 ACCEPT-OD-PROTECTION.
952245     DISPLAY "Current protecting account: " ACCT-LINKED-ACCT
980074     DISPLAY "Protecting account (0 = none): "
952246         WITH NO ADVANCING
952247     ACCEPT WS-PROTECT-ACCT
952247     MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
952248     MOVE ACCT-CUST-ID TO WS-PROTECT-CUST
952248     MOVE ACCT-LINKED-ACCT TO WS-OLD-PROTECT-DISP
952249     MOVE 'Y' TO WS-PROTECT-OK
952249     IF WS-PROTECT-ACCT NOT = 0
952250         PERFORM CHECK-PROTECTING-ACCOUNT
952250     END-IF
952251     IF WS-PROTECT-OK = 'Y'
952251         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
952252         READ ACCOUNT-MASTER-FILE
952252             INVALID KEY
952253                 DISPLAY "Account not found."
952253             NOT INVALID KEY
952254                 MOVE WS-PROTECT-ACCT TO ACCT-LINKED-ACCT
952254                 REWRITE ACCOUNT-RECORD
952255                     INVALID KEY
952255                         DISPLAY "Update failed."
952256                     NOT INVALID KEY
952256                         MOVE "OD-PROTECT" TO AH-FIELD-NAME
952257                         MOVE WS-OLD-PROTECT-DISP TO AH-OLD-VALUE
952257                         MOVE WS-PROTECT-ACCT TO AH-NEW-VALUE
952258                         PERFORM WRITE-ACCT-HISTORY
952258                         DISPLAY ">>> Protection updated."
952259                 END-REWRITE
952259         END-READ
952260     END-IF
952260     EXIT.
952261 CHECK-PROTECTING-ACCOUNT.
980075*The protecting account must be an open account of a type that
980075*can fund sweeps, held by the same customer as the account it
980076*covers.
952262     MOVE 'N' TO WS-PROTECT-OK
952263     CALL "CHECK_DIGIT" USING WS-PROTECT-ACCT WS-ACCT-VALID
952263     IF WS-ACCT-VALID = 'N'
952264         DISPLAY "Invalid account number (check digit)."
952264     ELSE
952265         MOVE WS-PROTECT-ACCT TO ACCT-NUMBER
952265         READ ACCOUNT-MASTER-FILE
952266             INVALID KEY
952266                 DISPLAY "Protecting account not found."
952267             NOT INVALID KEY
980076                 CALL "PRODUCT_LOOKUP" USING ACCT-TYPE
980077                     PRODUCT-RECORD WS-PRODUCT-FOUND
980077                 IF PRD-SWEEP-ROLE NOT = 'F'
980078                     DISPLAY "This account type cannot fund"
980078                     DISPLAY "an overdraft sweep."
952268                 ELSE
952269                     IF ACCT-STATUS NOT = 'O'
952269                         DISPLAY "Protecting account is not open."
952270                     ELSE
952270                         IF ACCT-CUST-ID NOT = WS-PROTECT-CUST
952271                             DISPLAY "Protecting account belongs"
952271                             DISPLAY "to another customer."
952272                         ELSE
952272                             MOVE 'Y' TO WS-PROTECT-OK
952273                         END-IF
952273                     END-IF
952274                 END-IF
952274         END-READ
952275     END-IF
952275     EXIT.
958531 POD-BENEFICIARY-MENU.
958531     MOVE 0 TO WS-POD-OPTION
958532     PERFORM UNTIL WS-POD-OPTION = 5
958532         DISPLAY "+---------------------------------+"
958533         DISPLAY "|     PAYABLE-ON-DEATH (POD)      |"
958533         DISPLAY "+---------------------------------+"
958534         DISPLAY "| 1. List beneficiaries          |"
958534         DISPLAY "| 2. Add beneficiary             |"
958535         DISPLAY "| 3. Remove beneficiary          |"
958535         DISPLAY "| 4. Request POD settlement      |"
958536         DISPLAY "| 5. Back                        |"
958536         DISPLAY "+---------------------------------+"
958537         DISPLAY "Select an option (1-5): " WITH NO ADVANCING
958537         ACCEPT WS-POD-OPTION
958538         EVALUATE WS-POD-OPTION
958538             WHEN 1
958539                 PERFORM LIST-POD-BENEFICIARIES
958539             WHEN 2
958540                 PERFORM ADD-POD-BENEFICIARY
958540             WHEN 3
958541                 PERFORM REMOVE-POD-BENEFICIARY
958541             WHEN 4
958542                 PERFORM REQUEST-POD-SETTLEMENT
958542             WHEN 5
958543                 CONTINUE
958543             WHEN OTHER
958544                 DISPLAY "Invalid option. Please try again."
958544         END-EVALUATE
958545     END-PERFORM
958545     EXIT.
958546 OPEN-POD-IO.
958546     OPEN I-O POD-BENEFICIARY-FILE
958547     IF WS-POD-FILE-STATUS = "35"
958547         OPEN OUTPUT POD-BENEFICIARY-FILE
958548         CLOSE POD-BENEFICIARY-FILE
958548         OPEN I-O POD-BENEFICIARY-FILE
958549     END-IF
958549     EXIT.
958550 READ-POD-ACCOUNT.
958550*Prompts for the account and leaves ACCOUNT-MASTER-FILE open I-O.
958551     PERFORM OPEN-ACCOUNT-IO
958551     MOVE 'N' TO WS-RECORD-FOUND
958552     DISPLAY "Account number: " WITH NO ADVANCING
958552     ACCEPT ACCT-NUMBER
958553     CALL "CHECK_DIGIT" USING ACCT-NUMBER WS-ACCT-VALID
958553     IF WS-ACCT-VALID = 'N'
958554         DISPLAY "Invalid account number (check digit)."
958554     ELSE
958555         READ ACCOUNT-MASTER-FILE
958555             INVALID KEY
958556                 DISPLAY "Account not found."
958556             NOT INVALID KEY
958557                 MOVE 'Y' TO WS-RECORD-FOUND
958557                 MOVE ACCT-NUMBER TO WS-POD-ACCT
958558         END-READ
958558     END-IF
958559     EXIT.
958559 SCAN-POD-BENEFICIARIES.
958560*Totals the active shares on WS-POD-ACCT and finds the highest
958560*sequence used; lists each beneficiary when WS-POD-SHOW is 'Y'.
958561     MOVE 0 TO WS-POD-SHARE-TOTAL
958561     MOVE 0 TO WS-POD-ACTIVE
958562     MOVE 0 TO WS-POD-LAST-SEQ
958562     PERFORM OPEN-POD-IO
958563     MOVE 'N' TO WS-POD-EOF
958563     MOVE WS-POD-ACCT TO POD-ACCT-NUMBER
958564     MOVE 0 TO POD-SEQ
958564     START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
958565         INVALID KEY
958565             MOVE 'Y' TO WS-POD-EOF
958566     END-START
958566     PERFORM UNTIL WS-POD-EOF = 'Y'
958567         READ POD-BENEFICIARY-FILE NEXT RECORD
958567             AT END
958568                 MOVE 'Y' TO WS-POD-EOF
958568             NOT AT END
958569                 IF POD-ACCT-NUMBER NOT = WS-POD-ACCT
958569                     MOVE 'Y' TO WS-POD-EOF
958570                 ELSE
958570                     MOVE POD-SEQ TO WS-POD-LAST-SEQ
958571                     IF POD-STATUS = 'A'
958571                         ADD 1 TO WS-POD-ACTIVE
958572                         ADD POD-SHARE-PCT TO WS-POD-SHARE-TOTAL
958572                     END-IF
958573                     IF WS-POD-SHOW = 'Y'
958573                         MOVE POD-SHARE-PCT TO WS-POD-PCT-DISP
958574                         DISPLAY POD-SEQ " " POD-NAME " "
958574                             WS-POD-PCT-DISP "% " POD-PAY-ACCT " "
958575                             POD-STATUS
958575                     END-IF
958576                 END-IF
958576         END-READ
958577     END-PERFORM
958577     CLOSE POD-BENEFICIARY-FILE
958578     EXIT.
958578 LIST-POD-BENEFICIARIES.
958579     PERFORM READ-POD-ACCOUNT
958579     CLOSE ACCOUNT-MASTER-FILE
958580     IF WS-RECORD-FOUND = 'Y'
958580         DISPLAY "SQ NAME                                SHARE"
958581             "   PAY ACCT ST"
958581         MOVE 'Y' TO WS-POD-SHOW
958582         PERFORM SCAN-POD-BENEFICIARIES
958582         MOVE WS-POD-SHARE-TOTAL TO WS-POD-PCT-DISP
958583         DISPLAY "Active beneficiaries: " WS-POD-ACTIVE
958583             "  shares total " WS-POD-PCT-DISP "%"
958584         DISPLAY "Pay account 0 = paid by official check."
958584     END-IF
958585     EXIT.
958585 ADD-POD-BENEFICIARY.
958586     PERFORM READ-POD-ACCOUNT
958586     IF WS-RECORD-FOUND = 'Y'
958587         IF ACCT-STATUS NOT = 'O' OR ACCT-TYPE = "LOAN"
958587             DISPLAY "Beneficiaries can only be named on an open"
958588             DISPLAY "deposit account."
958588         ELSE
958589             MOVE 'N' TO WS-POD-SHOW
958589             PERFORM SCAN-POD-BENEFICIARIES
958590             IF WS-POD-LAST-SEQ >= 99
958590                 DISPLAY "No more beneficiaries can be added."
958591             ELSE
958591                 PERFORM ACCEPT-POD-BENEFICIARY
958592             END-IF
958592         END-IF
958593     END-IF
958593     CLOSE ACCOUNT-MASTER-FILE
958594     EXIT.
958594 ACCEPT-POD-BENEFICIARY.
958595     DISPLAY "Beneficiary name: " WITH NO ADVANCING
958595     ACCEPT WS-POD-NAME
958596     DISPLAY "Share of balance (percent): " WITH NO ADVANCING
958596     ACCEPT WS-POD-PCT
958597     DISPLAY "Pay to account (0 = official check): "
958597         WITH NO ADVANCING
958598     ACCEPT WS-POD-PAY-ACCT
958598     MOVE 'Y' TO WS-POD-OK
958599     IF WS-POD-NAME = SPACES
958599         DISPLAY "Beneficiary name is required."
958600         MOVE 'N' TO WS-POD-OK
958600     END-IF
958601     IF WS-POD-OK = 'Y'
958601         IF WS-POD-PCT = 0
958602             OR WS-POD-SHARE-TOTAL + WS-POD-PCT > 100
958602             MOVE WS-POD-SHARE-TOTAL TO WS-POD-PCT-DISP
958603             DISPLAY "Share must be above zero and shares may not"
958603             DISPLAY "exceed 100%. Already allocated: "
958604                 WS-POD-PCT-DISP "%"
958604             MOVE 'N' TO WS-POD-OK
958605         END-IF
958605     END-IF
958606     IF WS-POD-OK = 'Y' AND WS-POD-PAY-ACCT NOT = 0
958606         PERFORM CHECK-POD-PAY-ACCOUNT
958607     END-IF
958607     IF WS-POD-OK = 'Y'
958608         PERFORM WRITE-POD-BENEFICIARY
958608     END-IF
958609     EXIT.
958609 CHECK-POD-PAY-ACCOUNT.
958610*The share is credited to an open account, other than the
958610*account it is paid from, whose product takes automatic
980213*transfers.
958611     MOVE 'N' TO WS-POD-OK
958611     CALL "CHECK_DIGIT" USING WS-POD-PAY-ACCT WS-ACCT-VALID
958612     IF WS-ACCT-VALID = 'N'
958612         DISPLAY "Invalid account number (check digit)."
958613     ELSE
958613         IF WS-POD-PAY-ACCT = WS-POD-ACCT
958614             DISPLAY "Pay account must differ from this account."
958614         ELSE
958615             MOVE WS-POD-PAY-ACCT TO ACCT-NUMBER
958615             READ ACCOUNT-MASTER-FILE
958616                 INVALID KEY
958616                     DISPLAY "Pay account not found."
958617                 NOT INVALID KEY
980214                     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE
980214                         PRODUCT-RECORD WS-PRODUCT-FOUND
958617                     IF ACCT-STATUS NOT = 'O'
980215                         DISPLAY "Pay account is not open."
980215                     ELSE
980216                         IF WS-PRODUCT-FOUND = 'N'
980216                             OR PRD-CHAN-STANDING NOT = 'Y'
958619                             DISPLAY "Shares cannot be paid to"
958619                             DISPLAY "this account type."
958620                         ELSE
958620                             MOVE 'Y' TO WS-POD-OK
958621                         END-IF
980217                     END-IF
958621             END-READ
958622             MOVE WS-POD-ACCT TO ACCT-NUMBER
958622         END-IF
958623     END-IF
958623     EXIT.
958624 WRITE-POD-BENEFICIARY.
958624     PERFORM OPEN-POD-IO
958625     MOVE WS-POD-ACCT TO POD-ACCT-NUMBER
958625     COMPUTE POD-SEQ = WS-POD-LAST-SEQ + 1
958626     MOVE WS-POD-NAME TO POD-NAME
958626     MOVE WS-POD-PCT TO POD-SHARE-PCT
958627     MOVE WS-POD-PAY-ACCT TO POD-PAY-ACCT
958627     MOVE 'A' TO POD-STATUS
958628     MOVE 0 TO POD-PAID-AMOUNT
958628     MOVE 0 TO POD-PAID-DATE
958629     WRITE POD-BENEFICIARY-RECORD
958629         INVALID KEY
958630             DISPLAY "Beneficiary could not be written."
958630         NOT INVALID KEY
958631             DISPLAY ">>> Beneficiary " POD-SEQ " added."
958631             MOVE WS-POD-ACCT TO ACCT-NUMBER
958632             MOVE "POD-ADD" TO AH-FIELD-NAME
958632             MOVE SPACES TO AH-OLD-VALUE
958633             MOVE WS-POD-NAME TO AH-NEW-VALUE
958633             PERFORM WRITE-ACCT-HISTORY
958634     END-WRITE
958634     CLOSE POD-BENEFICIARY-FILE
958635     EXIT.
958635 REMOVE-POD-BENEFICIARY.
958636     PERFORM READ-POD-ACCOUNT
958636     CLOSE ACCOUNT-MASTER-FILE
958637     IF WS-RECORD-FOUND = 'Y'
958637         PERFORM OPEN-POD-IO
958638         DISPLAY "Beneficiary sequence to remove: "
958638             WITH NO ADVANCING
958639         ACCEPT WS-POD-SEQ
958639         MOVE WS-POD-ACCT TO POD-ACCT-NUMBER
958640         MOVE WS-POD-SEQ TO POD-SEQ
958640         READ POD-BENEFICIARY-FILE
958641             INVALID KEY
958641                 DISPLAY "Beneficiary not found."
958642             NOT INVALID KEY
958642                 IF POD-STATUS NOT = 'A'
958643                     DISPLAY "Beneficiary is not active."
958643                 ELSE
958644                     MOVE 'R' TO POD-STATUS
958644                     REWRITE POD-BENEFICIARY-RECORD
958645                         INVALID KEY
958645                             DISPLAY "Remove failed."
958646                         NOT INVALID KEY
958646                             DISPLAY ">>> Beneficiary removed."
958647                             MOVE WS-POD-ACCT TO ACCT-NUMBER
958647                             MOVE "POD-REMOVE" TO AH-FIELD-NAME
958648                             MOVE POD-NAME TO AH-OLD-VALUE
958648                             MOVE SPACES TO AH-NEW-VALUE
958649                             PERFORM WRITE-ACCT-HISTORY
958649                     END-REWRITE
958650                 END-IF
958650         END-READ
958651         CLOSE POD-BENEFICIARY-FILE
958651     END-IF
958652     EXIT.
958652 REQUEST-POD-SETTLEMENT.
958653*Only an account frozen for the estate of its deceased sole owner
958653*is settled to its beneficiaries, and only when their shares
958654*account for the whole balance.  The payout itself is made when a
958654*second supervisor approves the queued item.
958655     PERFORM READ-POD-ACCOUNT
958655     CLOSE ACCOUNT-MASTER-FILE
958656     IF WS-RECORD-FOUND = 'Y'
958656         PERFORM FIND-ESTATE-HOLD
958657         IF WS-EA-FOUND = 'N'
958657             DISPLAY "Account is not held for a deceased owner's"
958658             DISPLAY "estate."
958658         ELSE
958659             MOVE 'N' TO WS-POD-SHOW
958659             PERFORM SCAN-POD-BENEFICIARIES
958660             MOVE WS-POD-SHARE-TOTAL TO WS-POD-PCT-DISP
958660             IF WS-POD-ACTIVE = 0
958661                 DISPLAY "No active beneficiaries on this"
958661                     " account."
958661             ELSE
958662                 IF WS-POD-SHARE-TOTAL NOT = 100
958662                     DISPLAY "Shares total " WS-POD-PCT-DISP
958663                         "% - they must total 100%."
958663                 ELSE
958664                     PERFORM QUEUE-POD-SETTLEMENT
958664                 END-IF
958665             END-IF
958665         END-IF
958666     END-IF
958666     EXIT.
958667 FIND-ESTATE-HOLD.
958667     MOVE 'N' TO WS-EA-FOUND
958668     OPEN INPUT ESTATE-ACCOUNT-FILE
958668     IF WS-EA-FILE-STATUS = "00"
958669         MOVE 'N' TO WS-EA-EOF
958669         MOVE WS-POD-ACCT TO EA-ACCT-NUMBER
958670         START ESTATE-ACCOUNT-FILE KEY IS = EA-ACCT-NUMBER
958670             INVALID KEY
958671                 MOVE 'Y' TO WS-EA-EOF
958671         END-START
958672         PERFORM UNTIL WS-EA-EOF = 'Y'
958672             READ ESTATE-ACCOUNT-FILE NEXT RECORD
958673                 AT END
958673                     MOVE 'Y' TO WS-EA-EOF
958674                 NOT AT END
958674                     IF EA-ACCT-NUMBER NOT = WS-POD-ACCT
958675                         MOVE 'Y' TO WS-EA-EOF
958675                     ELSE
958676                         IF EA-KIND = 'S' AND EA-STATUS = 'H'
958676                             MOVE 'Y' TO WS-EA-FOUND
958677                         END-IF
958677                     END-IF
958678             END-READ
958678         END-PERFORM
958679         CLOSE ESTATE-ACCOUNT-FILE
958679     END-IF
958680     EXIT.
958680 QUEUE-POD-SETTLEMENT.
958681     MOVE ACCT-BALANCE TO WS-POD-BAL-DISP
958681     DISPLAY "Balance to settle: " WS-POD-BAL-DISP
958682     DISPLAY "Beneficiaries    : " WS-POD-ACTIVE
958682     DISPLAY "Reason / estate reference: " WITH NO ADVANCING
958683     ACCEPT WS-PA-REASON
958683     MOVE "POD-SETTLE" TO WS-PA-ACTION
958684     MOVE SPACES TO WS-PA-VALUE
958684     STRING WS-POD-ACTIVE DELIMITED BY SIZE
958685         " BENEFICIARIES, BALANCE " DELIMITED BY SIZE
958685         FUNCTION TRIM(WS-POD-BAL-DISP) DELIMITED BY SIZE
958686         INTO WS-PA-VALUE
958686     MOVE WS-POD-ACCT TO ACCT-NUMBER
958687     PERFORM QUEUE-APPROVAL-ITEM
958687     EXIT.
758500 REACTIVATE-ACCOUNT.
758500     PERFORM OPEN-ACCOUNT-IO
758500     MOVE 'N' TO WS-RECORD-FOUND
813301     PERFORM CHECK-OPERATOR-LIMIT
813302     IF WS-LIMIT-OK = 'Y'
813302         CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
952332         IF WS-AMOUNT > 0
952332             MOVE WS-AMOUNT TO WS-SWEEP-NEED
952333             PERFORM OD-PROTECTION-SWEEP
952333         END-IF
813303         COMPUTE WS-AVAILABLE-BAL =
813303             ACCT-BALANCE + ACCT-OD-LIMIT - WS-HOLD-TOTAL
813304         IF WS-AMOUNT = 0
813403             MOVE "DR" TO WS-TRAN-TYPE
813403             MOVE WS-AMOUNT TO WS-POST-AMOUNT
873520             MOVE "EXTERNAL TRANSFER" TO WS-POST-DESC
940610             MOVE "EXDR" TO WS-TRAN-CODE
813404             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
813404                 WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
813405                 LS-USERNAME WS-POST-DESC WS-TRAN-CODE
813405             PERFORM QUEUE-EXTERNAL-ITEM
813406             DISPLAY ">>> Transfer queued for tonight's file."
813406             DISPLAY "New balance: " ACCT-BALANCE
832708                 IF STOP-ACCT-NUMBER NOT = WS-FROM-ACCT
832708                     MOVE 'Y' TO WS-STOP-EOF
832709                 ELSE
953302                     IF STOP-SERIAL-FROM NOT = 0
953303                         DISPLAY "Stop " STOP-ID " checks "
953303                             STOP-SERIAL-FROM " to "
953304                             STOP-SERIAL-TO
953304                             " exp " STOP-EXPIRY-DATE
953304                             " " STOP-STATUS " " STOP-REASON
953305                     ELSE
832709                         DISPLAY "Stop " STOP-ID " "
832709                             STOP-MIN-AMOUNT
832710                             " to " STOP-MAX-AMOUNT
832710                             " exp " STOP-EXPIRY-DATE
832711                             " " STOP-STATUS " " STOP-REASON
953305                     END-IF
832711                 END-IF
832712         END-READ
832712     END-PERFORM
833001     PERFORM NEXT-STOP-ID
833001     MOVE WS-NEXT-STOP-ID TO STOP-ID
833002     MOVE ACCT-NUMBER TO STOP-ACCT-NUMBER
953306     DISPLAY "Stop by (A)mount range or check (S)erial: "
953306         WITH NO ADVANCING
953307     ACCEPT WS-STOP-KIND
953307     MOVE FUNCTION UPPER-CASE(WS-STOP-KIND) TO WS-STOP-KIND
953308     IF WS-STOP-KIND = 'S'
953308         PERFORM ACCEPT-STOP-SERIALS
953309     ELSE
833002         DISPLAY "Minimum amount to stop: " WITH NO ADVANCING
833003         ACCEPT WS-STOP-MIN
833003         DISPLAY "Maximum amount to stop: " WITH NO ADVANCING
833004         ACCEPT WS-STOP-MAX
833004         IF WS-STOP-MAX < WS-STOP-MIN
833005             MOVE WS-STOP-MIN TO WS-STOP-MAX
833005         END-IF
833006         MOVE WS-STOP-MIN TO STOP-MIN-AMOUNT
833006         MOVE WS-STOP-MAX TO STOP-MAX-AMOUNT
953309         MOVE 0 TO STOP-SERIAL-FROM
953310         MOVE 0 TO STOP-SERIAL-TO
953310     END-IF
833007     DISPLAY "Expiry date (YYYYMMDD, 0=none): "
833007     WITH NO ADVANCING
833008     ACCEPT STOP-EXPIRY-DATE
833012     END-WRITE
833013     CLOSE STOP-PAYMENT-FILE
833013     EXIT.
953311 ACCEPT-STOP-SERIALS.
953311*A single check is stopped with the same first and last
953312*serial; a book of lost checks is stopped as one range.
953312     MOVE 0 TO WS-STOP-SERIAL-FROM
953313     PERFORM UNTIL WS-STOP-SERIAL-FROM > 0
953313         DISPLAY "First check serial: " WITH NO ADVANCING
953314         ACCEPT WS-STOP-SERIAL-FROM
953314         IF WS-STOP-SERIAL-FROM = 0
953315             DISPLAY "Serial must be greater than zero."
953315         END-IF
953316     END-PERFORM
953316     DISPLAY "Last check serial (0=same): " WITH NO ADVANCING
953317     ACCEPT WS-STOP-SERIAL-TO
953317     IF WS-STOP-SERIAL-TO < WS-STOP-SERIAL-FROM
953318         MOVE WS-STOP-SERIAL-FROM TO WS-STOP-SERIAL-TO
953318     END-IF
953319     MOVE WS-STOP-SERIAL-FROM TO STOP-SERIAL-FROM
953319     MOVE WS-STOP-SERIAL-TO TO STOP-SERIAL-TO
953320     MOVE 0 TO STOP-MIN-AMOUNT
953320     MOVE 0 TO STOP-MAX-AMOUNT
953321     EXIT.
833100 RELEASE-STOP.
833100     PERFORM OPEN-STOP-IO
833101     MOVE 'N' TO WS-STOP-FOUND
871702     MOVE WS-RCPT-TYPE TO RCPT-TYPE
871703     MOVE WS-RCPT-AMOUNT TO RCPT-AMOUNT
871703     MOVE WS-RCPT-BALANCE TO RCPT-NEW-BALANCE
955225     MOVE WS-RCPT-HOLD-COUNT TO RCPT-HOLD-COUNT
955226     PERFORM VARYING WS-RCPT-IX FROM 1 BY 1 UNTIL WS-RCPT-IX > 3
955226         MOVE WS-RCPT-HOLD-AMT(WS-RCPT-IX)
955227             TO RCPT-HOLD-AMOUNT(WS-RCPT-IX)
955227         MOVE WS-RCPT-HOLD-DATE(WS-RCPT-IX)
955228             TO RCPT-HOLD-AVAIL-DATE(WS-RCPT-IX)
955228     END-PERFORM
871704     MOVE LS-USERNAME TO RCPT-OPERATOR
871704     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
871705     ACCEPT WS-TIME-PART FROM TIME
871707         INVALID KEY
871707             DISPLAY "Receipt could not be written."
871708         NOT INVALID KEY
973530             IF RCPT-TYPE(1:3) = "FX "
973531                 PERFORM WRITE-FX-DEAL
973531             END-IF
871708             PERFORM DISPLAY-RECEIPT
871709     END-WRITE
871709     CLOSE RECEIPT-FILE
955229     MOVE 0 TO WS-RCPT-HOLD-COUNT
955229     INITIALIZE WS-RCPT-HOLDS
871710     EXIT.
871800 DISPLAY-RECEIPT.
871800     MOVE RCPT-ACCT-NUMBER TO WS-RCPT-ACCT-NUM
871802     MOVE RCPT-NEW-BALANCE TO WS-RCPT-BAL-DISP
871802     DISPLAY "+------- CUSTOMER RECEIPT --------+"
871803     DISPLAY "RECEIPT NO : " RCPT-NUMBER
973532     IF RCPT-ACCT-NUMBER = 0
973532         DISPLAY "ACCOUNT    : CASH"
973533     ELSE
871803         DISPLAY "ACCOUNT    : " WS-ACCT-MASKED
973533     END-IF
871804     DISPLAY "TYPE       : " RCPT-TYPE
871804     DISPLAY "AMOUNT     : " WS-RCPT-AMT-DISP
965434     IF RCPT-TYPE(1:4) = "MEMO"
965434         DISPLAY "MEMO BAL   : " WS-RCPT-BAL-DISP
965435         DISPLAY "POSTS ON THE NEXT BUSINESS DAY"
965435     ELSE
973534     IF RCPT-ACCT-NUMBER NOT = 0
871805         DISPLAY "NEW BALANCE: " WS-RCPT-BAL-DISP
973534     END-IF
965436     END-IF
973535     IF RCPT-TYPE(1:3) = "FX "
973535         PERFORM SHOW-FX-RECEIPT-LINES
973536     END-IF
955230     PERFORM VARYING WS-RCPT-IX FROM 1 BY 1
955230         UNTIL WS-RCPT-IX > RCPT-HOLD-COUNT
955231         MOVE RCPT-HOLD-AMOUNT(WS-RCPT-IX) TO WS-RCPT-AMT-DISP
955231         DISPLAY "FUNDS HELD : " WS-RCPT-AMT-DISP
955232             " AVAILABLE " RCPT-HOLD-AVAIL-DATE(WS-RCPT-IX)
955232     END-PERFORM
871805     DISPLAY "TELLER     : " RCPT-OPERATOR
871806     DISPLAY "DATE/TIME  : " RCPT-TIMESTAMP
871806     DISPLAY "+---------------------------------+"
871906     END-IF
871907     CLOSE RECEIPT-FILE
871907     EXIT.
973536 CURRENCY-EXCHANGE-MENU.
973537     MOVE 0 TO WS-FX-OPTION
973537     PERFORM UNTIL WS-FX-OPTION = 4
973538         DISPLAY "+---------------------------------+"
973538         DISPLAY "|       CURRENCY EXCHANGE         |"
973539         DISPLAY "+---------------------------------+"
973539         DISPLAY "| 1. Exchange currency           |"
973540         DISPLAY "| 2. Foreign notes in drawer     |"
973540         DISPLAY "| 3. Foreign notes from/to vault |"
973541         DISPLAY "| 4. Back                        |"
973541         DISPLAY "+---------------------------------+"
973542         DISPLAY "Select an option (1-4): " WITH NO ADVANCING
973542         ACCEPT WS-FX-OPTION
973543         EVALUATE WS-FX-OPTION
973543             WHEN 1
973544                 PERFORM CURRENCY-EXCHANGE
973544             WHEN 2
973545                 PERFORM LIST-FX-NOTES
973545             WHEN 3
973546                 PERFORM FX-VAULT-MOVE
973546             WHEN 4
973547                 CONTINUE
973547             WHEN OTHER
973548                 DISPLAY "Invalid option. Please try again."
973548         END-EVALUATE
973549     END-PERFORM
973549     EXIT.
973550 CURRENCY-EXCHANGE.
973550*The customer pays the sell rate for foreign notes and is paid
973551*the buy rate for them, in cash over the counter or through an
973551*account.
973552     PERFORM FIND-FX-DRAWER
973552     IF WS-FX-OK = 'Y'
973553         PERFORM ACCEPT-FX-DEAL
973553     END-IF
973554     IF WS-FX-OK = 'Y'
973554         PERFORM QUOTE-FX-DEAL
973555     END-IF
973555     IF WS-FX-OK = 'Y'
973556         PERFORM SETTLE-FX-DEAL
973556     END-IF
973557     EXIT.
973557 FIND-FX-DRAWER.
973558*Foreign notes are dealt only from an open cash drawer, and are
973558*booked to the branch the drawer was opened at.
973559     MOVE 'N' TO WS-FX-OK
973559     PERFORM OPEN-DRAWER-IO
973560     MOVE 'N' TO WS-DRW-FOUND
973560     MOVE LS-USERNAME TO DRW-OPERATOR
973561     READ DRAWER-FILE
973561         INVALID KEY
973562             CONTINUE
973562         NOT INVALID KEY
973563             MOVE 'Y' TO WS-DRW-FOUND
973563     END-READ
973564     PERFORM OPEN-DRAWER-DENOM-IO
973564     PERFORM READ-DRAWER-DENOM
973565     IF WS-DRW-FOUND = 'Y' AND DRW-STATUS = 'O'
973565         AND WS-DD-FOUND = 'Y'
973566         MOVE 'Y' TO WS-FX-OK
973566         MOVE DD-BRANCH TO WS-FX-BRANCH
973567         MOVE DRW-OPEN-DATE TO WS-FX-OPEN-DATE
973567     ELSE
973568         DISPLAY "Open the cash drawer before dealing in foreign"
973568             " notes."
973569     END-IF
973569     CLOSE DRAWER-DENOM-FILE
973570     CLOSE DRAWER-FILE
973570     EXIT.
973571 ACCEPT-FX-DEAL.
973571     DISPLAY "(S)ell notes to or (B)uy notes from the customer: "
973572         WITH NO ADVANCING
973572     ACCEPT WS-FX-SIDE
973573     MOVE FUNCTION UPPER-CASE(WS-FX-SIDE) TO WS-FX-SIDE
973573     IF WS-FX-SIDE NOT = 'S' AND WS-FX-SIDE NOT = 'B'
973574         DISPLAY "Invalid choice. Exchange cancelled."
973574         MOVE 'N' TO WS-FX-OK
973575     ELSE
973575         DISPLAY "Currency code: " WITH NO ADVANCING
973576         ACCEPT WS-FX-CURRENCY
973576         MOVE FUNCTION UPPER-CASE(WS-FX-CURRENCY)
973576             TO WS-FX-CURRENCY
973577         PERFORM READ-FX-RATE
973577     END-IF
973578     IF WS-FX-OK = 'Y'
973578         DISPLAY "Amount in " WS-FX-CURRENCY ": "
973578             WITH NO ADVANCING
973579         ACCEPT WS-FX-FOREIGN
973579         IF WS-FX-FOREIGN NOT > 0
973580             DISPLAY "Amount must be greater than zero."
973580             MOVE 'N' TO WS-FX-OK
973581         END-IF
973581     END-IF
973582     EXIT.
973582 READ-FX-RATE.
973583*Only rates a supervisor has set today are dealt at.
973583     OPEN INPUT FX-RATE-FILE
973584     IF WS-FXR-FILE-STATUS NOT = "00"
973584         DISPLAY "No currency rates on file."
973585         MOVE 'N' TO WS-FX-OK
973585     ELSE
973586         MOVE WS-FX-CURRENCY TO FXR-CURRENCY
973586         READ FX-RATE-FILE
973587             INVALID KEY
973587                 DISPLAY "Currency not dealt at the window."
973588                 MOVE 'N' TO WS-FX-OK
973588         END-READ
973589         CLOSE FX-RATE-FILE
973589     END-IF
973590     IF WS-FX-OK = 'Y'
973590         ACCEPT WS-TODAY FROM DATE YYYYMMDD
973591         IF FXR-STATUS NOT = 'A'
973591             DISPLAY "Currency has been withdrawn."
973592             MOVE 'N' TO WS-FX-OK
973592         ELSE
973593         IF FXR-EFFECTIVE-DATE NOT = WS-TODAY
973593             DISPLAY "Today's rates for " WS-FX-CURRENCY
973594                 " have not been set - see a supervisor."
973594             MOVE 'N' TO WS-FX-OK
973595         END-IF
973595         END-IF
973596     END-IF
973596     EXIT.
973597 QUOTE-FX-DEAL.
973597*The margin is what the deal earns over the midpoint of the day's
973598*buy and sell rates.
973598     COMPUTE WS-FX-MID-RATE ROUNDED =
973599         (FXR-BUY-RATE + FXR-SELL-RATE) / 2
973599     IF WS-FX-SIDE = 'S'
973600         MOVE FXR-SELL-RATE TO WS-FX-RATE
973600         COMPUTE WS-FX-LOCAL ROUNDED = WS-FX-FOREIGN * WS-FX-RATE
973601         COMPUTE WS-FX-MARGIN ROUNDED =
973601             WS-FX-LOCAL - (WS-FX-FOREIGN * WS-FX-MID-RATE)
973602         PERFORM OPEN-FX-NOTES-IO
973602         PERFORM READ-FX-NOTES
973603         CLOSE FX-NOTES-FILE
973603         IF WS-FX-FOREIGN > WS-FX-ON-HAND
973604             MOVE WS-FX-ON-HAND TO WS-FX-AMT-DISP
973604             DISPLAY "Drawer holds only " WS-FX-AMT-DISP " "
973605                 WS-FX-CURRENCY
973605             MOVE 'N' TO WS-FX-OK
973606         END-IF
973606     ELSE
973607         MOVE FXR-BUY-RATE TO WS-FX-RATE
973607         COMPUTE WS-FX-LOCAL ROUNDED = WS-FX-FOREIGN * WS-FX-RATE
973608         COMPUTE WS-FX-MARGIN ROUNDED =
973608             (WS-FX-FOREIGN * WS-FX-MID-RATE) - WS-FX-LOCAL
973609     END-IF
973609     IF WS-FX-OK = 'Y'
973610         MOVE WS-FX-FOREIGN TO WS-FX-AMT-DISP
973610         MOVE WS-FX-RATE TO WS-FX-RATE-DISP
973611         DISPLAY "Quote: " WS-FX-AMT-DISP " " WS-FX-CURRENCY
973611             " at " WS-FX-RATE-DISP
973612         MOVE WS-FX-LOCAL TO WS-FX-AMT-DISP
973612         IF WS-FX-SIDE = 'S'
973613             DISPLAY "Customer pays    : " WS-FX-AMT-DISP
973613         ELSE
973614             DISPLAY "Customer receives: " WS-FX-AMT-DISP
973614         END-IF
973615         DISPLAY "Proceed (Y/N): " WITH NO ADVANCING
973615         ACCEPT WS-FX-CONFIRM
973616         MOVE FUNCTION UPPER-CASE(WS-FX-CONFIRM) TO WS-FX-CONFIRM
973616         IF WS-FX-CONFIRM NOT = 'Y'
973617             DISPLAY "Exchange cancelled."
973617             MOVE 'N' TO WS-FX-OK
973618         END-IF
973618     END-IF
973619     EXIT.
973619 SETTLE-FX-DEAL.
973620*The local amount is held to the teller's limit like any other
973620*counter transaction.
973621     DISPLAY "Settle in (C)ash or through an (A)ccount: "
973621         WITH NO ADVANCING
973622     ACCEPT WS-FX-SETTLEMENT
973622     MOVE FUNCTION UPPER-CASE(WS-FX-SETTLEMENT)
973622         TO WS-FX-SETTLEMENT
973623     MOVE WS-FX-LOCAL TO WS-AMOUNT
973623     EVALUATE WS-FX-SETTLEMENT
973624         WHEN 'C'
980100             PERFORM ACCEPT-FX-CUSTOMER
980101             IF WS-CUST-FOUND = 'Y'
973624                 MOVE 0 TO ACCT-NUMBER
973625                 PERFORM CHECK-OPERATOR-LIMIT
973625                 IF WS-LIMIT-OK = 'Y'
973626                     PERFORM SETTLE-FX-CASH
973626                 END-IF
980101             END-IF
973627         WHEN 'A'
973627             PERFORM SETTLE-FX-ACCOUNT
973628         WHEN OTHER
973628             DISPLAY "Invalid choice. Exchange cancelled."
973629     END-EVALUATE
973629     EXIT.
980102 ACCEPT-FX-CUSTOMER.
980102*Cash over the counter is reported by customer, so a cash deal is
980103*done only for a customer on file.
980103     DISPLAY "Customer ID: " WITH NO ADVANCING
980104     ACCEPT CUST-ID
980104     PERFORM VALIDATE-CUSTOMER
980105     IF WS-CUST-FOUND = 'Y'
980105         MOVE CUST-ID TO WS-FX-CUST
980106     ELSE
980106         DISPLAY "Exchange cancelled."
980107     END-IF
980107     EXIT.
973630 SETTLE-FX-CASH.
973630     IF WS-FX-SIDE = 'S'
973631         MOVE 'I' TO WS-DRAWER-SIDE
973631     ELSE
973632         MOVE 'O' TO WS-DRAWER-SIDE
973632     END-IF
973633     PERFORM RECORD-DRAWER-CASH
973633     MOVE 0 TO WS-FX-ACCT
973634     MOVE 0 TO WS-RCPT-BALANCE
973634     PERFORM COMPLETE-FX-DEAL
973635     EXIT.
973635 SETTLE-FX-ACCOUNT.
980108     MOVE 0 TO WS-FX-CUST
973636     PERFORM OPEN-ACCOUNT-IO
973636     MOVE 'N' TO WS-RECORD-FOUND
973637     DISPLAY "Enter account number: " WITH NO ADVANCING
973637     ACCEPT ACCT-NUMBER
973638     CALL "CHECK_DIGIT" USING ACCT-NUMBER WS-ACCT-VALID
973638     IF WS-ACCT-VALID = 'N'
973639         DISPLAY "Invalid account number (check digit)."
973639     ELSE
973640         READ ACCOUNT-MASTER-FILE
973640             INVALID KEY
973641                 DISPLAY "Account not found."
973641             NOT INVALID KEY
973642                 MOVE 'Y' TO WS-RECORD-FOUND
973642         END-READ
973643     END-IF
973643     IF WS-RECORD-FOUND = 'Y'
973644         PERFORM CHECK-TELLER-CHANNEL
973644     END-IF
973645     IF WS-RECORD-FOUND = 'Y' AND ACCT-STATUS NOT = 'O'
973645         DISPLAY "Account is not open. Exchange rejected."
973646         MOVE 'N' TO WS-RECORD-FOUND
973646     END-IF
973647     IF WS-RECORD-FOUND = 'Y'
973647         PERFORM CHECK-OPERATOR-LIMIT
973648         IF WS-LIMIT-OK = 'Y'
973648             IF WS-FX-SIDE = 'S'
973649                 PERFORM DEBIT-FX-ACCOUNT
973649             ELSE
973650                 PERFORM CREDIT-FX-ACCOUNT
973650             END-IF
973651         END-IF
973651     END-IF
973652     CLOSE ACCOUNT-MASTER-FILE
973652     EXIT.
973653 DEBIT-FX-ACCOUNT.
973653*Paying for foreign notes from an account is held to the same
973654*product and available balance rules as a withdrawal.
973654     CALL "MEMO_BALANCE" USING ACCT-NUMBER WS-MEMO-NET
973655     COMPUTE WS-RULE-BALANCE = ACCT-BALANCE + WS-MEMO-NET
973655     PERFORM CHECK-PRODUCT-DEBIT
973656     IF WS-PRODUCT-OK = 'Y'
973656         CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
973657         COMPUTE WS-AVAILABLE-BAL =
973657             ACCT-BALANCE + WS-MEMO-NET + ACCT-OD-LIMIT
973658             - WS-HOLD-TOTAL
973658         IF WS-AMOUNT > WS-AVAILABLE-BAL
973659             DISPLAY "Exceeds available balance."
973659             DISPLAY "Exchange rejected."
973660         ELSE
973660             SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
973661             MOVE "DR" TO WS-TRAN-TYPE
973661             MOVE "FXSL" TO WS-TRAN-CODE
973662             PERFORM POST-FX-SETTLEMENT
973662         END-IF
973663     END-IF
973663     EXIT.
973664 CREDIT-FX-ACCOUNT.
973664     ADD WS-AMOUNT TO ACCT-BALANCE
973665     MOVE "CR" TO WS-TRAN-TYPE
973665     MOVE "FXBY" TO WS-TRAN-CODE
973666     PERFORM POST-FX-SETTLEMENT
973666     EXIT.
973667 POST-FX-SETTLEMENT.
973667     REWRITE ACCOUNT-RECORD
973668         INVALID KEY
973668             DISPLAY "Exchange failed."
973669         NOT INVALID KEY
973669             MOVE WS-AMOUNT TO WS-POST-AMOUNT
973670             MOVE SPACES TO WS-POST-DESC
973670             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
973671                 WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
973671                 LS-USERNAME WS-POST-DESC WS-TRAN-CODE
973672             IF WS-TRAN-TYPE = "DR" AND ACCT-BALANCE < 0
973672                 PERFORM ASSESS-OVERDRAFT-FEE
973673             END-IF
973673             MOVE ACCT-NUMBER TO WS-FX-ACCT
973674             MOVE ACCT-BALANCE TO WS-RCPT-BALANCE
973674             PERFORM COMPLETE-FX-DEAL
973675             DISPLAY ">>> New balance: " ACCT-BALANCE
973675     END-REWRITE
973676     EXIT.
973676 COMPLETE-FX-DEAL.
973677*The deal itself is recorded under the receipt number as the
973677*receipt is written.
973678     PERFORM OPEN-FX-NOTES-IO
973678     PERFORM READ-FX-NOTES
973679     IF WS-FX-SIDE = 'S'
973679         ADD WS-FX-FOREIGN TO FXN-SOLD
973680         MOVE "FX SELL" TO WS-RCPT-TYPE
973680     ELSE
973681         ADD WS-FX-FOREIGN TO FXN-BOUGHT
973681         MOVE "FX BUY" TO WS-RCPT-TYPE
973682     END-IF
973682     PERFORM SAVE-FX-NOTES
973683     CLOSE FX-NOTES-FILE
973683     MOVE WS-FX-ACCT TO WS-RCPT-ACCT
973684     MOVE WS-FX-LOCAL TO WS-RCPT-AMOUNT
973684     PERFORM ISSUE-RECEIPT
973685     EXIT.
973685 WRITE-FX-DEAL.
973686     OPEN I-O FX-DEAL-FILE
973686     IF WS-FXD-FILE-STATUS = "35"
973687         OPEN OUTPUT FX-DEAL-FILE
973687         CLOSE FX-DEAL-FILE
973688         OPEN I-O FX-DEAL-FILE
973688     END-IF
973689     MOVE RCPT-NUMBER TO FXD-RECEIPT-NUMBER
973689     MOVE WS-DATE-PART TO FXD-DEAL-DATE
973690     MOVE WS-FX-BRANCH TO FXD-BRANCH
973690     MOVE LS-USERNAME TO FXD-OPERATOR
973691     MOVE WS-FX-CURRENCY TO FXD-CURRENCY
973691     MOVE WS-FX-SIDE TO FXD-SIDE
973692     MOVE WS-FX-FOREIGN TO FXD-FOREIGN-AMOUNT
973692     MOVE WS-FX-RATE TO FXD-RATE
973693     MOVE WS-FX-MID-RATE TO FXD-MID-RATE
973693     MOVE WS-FX-LOCAL TO FXD-LOCAL-AMOUNT
973694     MOVE WS-FX-MARGIN TO FXD-MARGIN
973694     MOVE WS-FX-SETTLEMENT TO FXD-SETTLEMENT
973695     MOVE WS-FX-ACCT TO FXD-ACCT-NUMBER
980108     MOVE WS-FX-CUST TO FXD-CUST-ID
973695     MOVE RCPT-TIMESTAMP TO FXD-TIMESTAMP
973696     WRITE FX-DEAL-RECORD
973696         INVALID KEY
973697             DISPLAY "Exchange deal could not be recorded."
973697         NOT INVALID KEY
973698             PERFORM WRITE-FX-GL-ENTRIES
973698     END-WRITE
973699     CLOSE FX-DEAL-FILE
973699     EXIT.
973700 WRITE-FX-GL-ENTRIES.
973700*The margin books to exchange income against the currency
973701*position.  A cash deal also books the local cash against the
973701*position; an account deal's local leg books through its ledger
973702*posting.  These lines carry no customer account and refer to
973702*the deal by its receipt number.
973703     OPEN EXTEND GL-JOURNAL-FILE
973703     IF WS-FX-MARGIN > 0
973704         MOVE "CR" TO GL-DR-CR
973704         MOVE "FXMG" TO GL-TRAN-CODE
973705         MOVE WS-FX-MARGIN TO WS-FX-GL-AMOUNT
973705         PERFORM WRITE-FX-GL-LINE
973706     END-IF
973706     IF WS-FX-SETTLEMENT = 'C'
973707         IF WS-FX-SIDE = 'S'
973707             MOVE "CR" TO GL-DR-CR
973708             MOVE "FXCI" TO GL-TRAN-CODE
973708         ELSE
973709             MOVE "DR" TO GL-DR-CR
973709             MOVE "FXCO" TO GL-TRAN-CODE
973710         END-IF
973710         MOVE WS-FX-LOCAL TO WS-FX-GL-AMOUNT
973711         PERFORM WRITE-FX-GL-LINE
973711     END-IF
973712     CLOSE GL-JOURNAL-FILE
973712     EXIT.
973713 WRITE-FX-GL-LINE.
973713     MOVE WS-FX-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
973714     MOVE WS-FX-GL-AMOUNT TO GL-AMOUNT
973714     MOVE RCPT-NUMBER TO GL-REFERENCE
973715     MOVE RCPT-TIMESTAMP TO GL-TIMESTAMP
973715     MOVE 0 TO GL-ACCT-NUMBER
973716     WRITE GL-JOURNAL-RECORD
973716     EXIT.
973717 SHOW-FX-RECEIPT-LINES.
973717     OPEN INPUT FX-DEAL-FILE
973718     IF WS-FXD-FILE-STATUS = "00"
973718         MOVE RCPT-NUMBER TO FXD-RECEIPT-NUMBER
973719         READ FX-DEAL-FILE
973719             INVALID KEY
973720                 CONTINUE
973720             NOT INVALID KEY
973721                 MOVE FXD-FOREIGN-AMOUNT TO WS-FX-AMT-DISP
973721                 DISPLAY "CURRENCY   : " FXD-CURRENCY " "
973722                     WS-FX-AMT-DISP
973722                 MOVE FXD-RATE TO WS-FX-RATE-DISP
973723                 DISPLAY "RATE USED  : " WS-FX-RATE-DISP
973723         END-READ
973724         CLOSE FX-DEAL-FILE
973724     END-IF
973725     EXIT.
973725 OPEN-FX-NOTES-IO.
973726     OPEN I-O FX-NOTES-FILE
973726     IF WS-FXN-FILE-STATUS = "35"
973727         OPEN OUTPUT FX-NOTES-FILE
973727         CLOSE FX-NOTES-FILE
973728         OPEN I-O FX-NOTES-FILE
973728     END-IF
973729     EXIT.
973729 READ-FX-NOTES.
973730*The first deal after the cash drawer is opened again carries the
973730*previous day's movement into the notes held.
973731     MOVE 'N' TO WS-FXN-FOUND
973731     MOVE LS-USERNAME TO FXN-OPERATOR
973732     MOVE WS-FX-CURRENCY TO FXN-CURRENCY
973732     READ FX-NOTES-FILE
973733         INVALID KEY
973733             CONTINUE
973734         NOT INVALID KEY
973734             MOVE 'Y' TO WS-FXN-FOUND
973735     END-READ
973735     IF WS-FXN-FOUND = 'N'
973736         MOVE LS-USERNAME TO FXN-OPERATOR
973736         MOVE WS-FX-CURRENCY TO FXN-CURRENCY
973737         MOVE WS-FX-OPEN-DATE TO FXN-OPEN-DATE
973737         MOVE 0 TO FXN-HELD
973738         MOVE 0 TO FXN-BOUGHT
973738         MOVE 0 TO FXN-SOLD
973739     END-IF
973739     IF FXN-OPEN-DATE NOT = WS-FX-OPEN-DATE
973740         COMPUTE FXN-HELD = FXN-HELD + FXN-BOUGHT - FXN-SOLD
973740         MOVE 0 TO FXN-BOUGHT
973741         MOVE 0 TO FXN-SOLD
973741         MOVE WS-FX-OPEN-DATE TO FXN-OPEN-DATE
973742     END-IF
973742     MOVE WS-FX-BRANCH TO FXN-BRANCH
973743     COMPUTE WS-FX-ON-HAND = FXN-HELD + FXN-BOUGHT - FXN-SOLD
973743     EXIT.
973744 SAVE-FX-NOTES.
973744     IF WS-FXN-FOUND = 'Y'
973745         REWRITE FX-NOTES-RECORD
973745             INVALID KEY
973746                 DISPLAY "Foreign notes update failed."
973746         END-REWRITE
973747     ELSE
973747         WRITE FX-NOTES-RECORD
973748             INVALID KEY
973748                 DISPLAY "Foreign notes update failed."
973749         END-WRITE
973749     END-IF
973750     EXIT.
973750 LIST-FX-NOTES.
973751     PERFORM OPEN-FX-NOTES-IO
973751     MOVE 0 TO WS-FX-COUNT
973752     MOVE 'N' TO WS-FX-EOF
973752     MOVE LS-USERNAME TO FXN-OPERATOR
973753     MOVE SPACES TO FXN-CURRENCY
973753     START FX-NOTES-FILE KEY IS >= FXN-KEY
973754         INVALID KEY
973754             MOVE 'Y' TO WS-FX-EOF
973755     END-START
973755     PERFORM UNTIL WS-FX-EOF = 'Y'
973756         READ FX-NOTES-FILE NEXT RECORD
973756             AT END
973757                 MOVE 'Y' TO WS-FX-EOF
973757             NOT AT END
973758                 IF FXN-OPERATOR NOT = LS-USERNAME
973758                     MOVE 'Y' TO WS-FX-EOF
973759                 ELSE
973759                     ADD 1 TO WS-FX-COUNT
973760                     COMPUTE WS-FX-ON-HAND =
973760                         FXN-HELD + FXN-BOUGHT - FXN-SOLD
973761                     MOVE WS-FX-ON-HAND TO WS-FX-AMT-DISP
973761                     DISPLAY FXN-CURRENCY "  " WS-FX-AMT-DISP
973762                 END-IF
973762         END-READ
973763     END-PERFORM
973763     IF WS-FX-COUNT = 0
973764         DISPLAY "No foreign notes in the drawer."
973764     END-IF
973765     CLOSE FX-NOTES-FILE
973765     EXIT.
973766 FX-VAULT-MOVE.
979380*Foreign notes taken from or returned to the branch vault move
979380*between the drawer and the vault's own book of foreign notes, and
979381*each movement is confirmed by a second person and logged with the
979381*other vault movements.
973767     PERFORM FIND-FX-DRAWER
973768     IF WS-FX-OK = 'Y'
973768         DISPLAY "Notes (F)rom the vault or (T)o the vault: "
973769             WITH NO ADVANCING
973769         ACCEPT WS-VAULT-DIRECTION
973770         MOVE FUNCTION UPPER-CASE(WS-VAULT-DIRECTION)
973770             TO WS-VAULT-DIRECTION
973771         DISPLAY "Currency code: " WITH NO ADVANCING
973771         ACCEPT WS-FX-CURRENCY
973772         MOVE FUNCTION UPPER-CASE(WS-FX-CURRENCY)
973772             TO WS-FX-CURRENCY
979382         PERFORM CHECK-FX-VAULT-CURRENCY
979382     END-IF
979383     IF WS-FX-OK = 'Y'
973773         DISPLAY "Amount in " WS-FX-CURRENCY ": "
973773             WITH NO ADVANCING
973773         ACCEPT WS-FX-FOREIGN
973773         PERFORM OPEN-FX-NOTES-IO
973774         PERFORM READ-FX-NOTES
973774         EVALUATE TRUE
973775             WHEN WS-FX-FOREIGN NOT > 0
973775                 DISPLAY "Nothing to move."
973778             WHEN WS-VAULT-DIRECTION = 'T'
973778                 AND WS-FX-FOREIGN > WS-FX-ON-HAND
973779                 MOVE WS-FX-ON-HAND TO WS-FX-AMT-DISP
973779                 DISPLAY "Drawer holds only " WS-FX-AMT-DISP " "
973780                     WS-FX-CURRENCY
979383             WHEN OTHER
979384                 PERFORM CALL-FX-VAULT-TRANSFER
973783         END-EVALUATE
973784         CLOSE FX-NOTES-FILE
973784     END-IF
973785     EXIT.
979384 CHECK-FX-VAULT-CURRENCY.
979385*Only currencies on the rate file are held.  Notes of a withdrawn
979385*currency may still be returned to the vault but not taken out.
979386     IF WS-VAULT-DIRECTION NOT = 'F'
979386         AND WS-VAULT-DIRECTION NOT = 'T'
979386         DISPLAY "Invalid choice."
979387         MOVE 'N' TO WS-FX-OK
979387     ELSE
979388         OPEN INPUT FX-RATE-FILE
979388         IF WS-FXR-FILE-STATUS NOT = "00"
979389             DISPLAY "No currency rates on file."
979389             MOVE 'N' TO WS-FX-OK
979390         ELSE
979390             MOVE WS-FX-CURRENCY TO FXR-CURRENCY
979391             READ FX-RATE-FILE
979391                 INVALID KEY
979392                     DISPLAY "Currency not dealt at the window."
979392                     MOVE 'N' TO WS-FX-OK
979393             END-READ
979393             CLOSE FX-RATE-FILE
979394         END-IF
979394     END-IF
979395     IF WS-FX-OK = 'Y' AND WS-VAULT-DIRECTION = 'F'
979395         AND FXR-STATUS NOT = 'A'
979396         DISPLAY "Currency has been withdrawn."
979396         MOVE 'N' TO WS-FX-OK
979397     END-IF
979397     EXIT.
979398 CALL-FX-VAULT-TRANSFER.
979398     MOVE 'N' TO WS-VAULT-RESULT
979399     CALL "FX_VAULT_TRANSFER" USING LS-USERNAME WS-FX-BRANCH
979399         WS-VAULT-DIRECTION WS-FX-CURRENCY WS-FX-FOREIGN
979400         WS-VAULT-RESULT
979400     EVALUATE WS-VAULT-RESULT
979401         WHEN 'Y'
979401             IF WS-VAULT-DIRECTION = 'F'
979402                 ADD WS-FX-FOREIGN TO FXN-HELD
979402             ELSE
979403                 SUBTRACT WS-FX-FOREIGN FROM FXN-HELD
979403             END-IF
979404             PERFORM SAVE-FX-NOTES
979404             DISPLAY ">>> Foreign notes moved."
979405         WHEN 'V'
979405             DISPLAY "Vault foreign notes are not available."
979406         WHEN 'I'
979406             DISPLAY "Vault cannot supply those notes."
979407         WHEN OTHER
979407             DISPLAY "Not confirmed - no notes moved."
979408     END-EVALUATE
979408     EXIT.
