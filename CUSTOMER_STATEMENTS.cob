909428         ALTERNATE RECORD KEY IS TRAN-ACCT-NUMBER
909429             WITH DUPLICATES
909429         FILE STATUS IS WS-TRAN-FILE-STATUS.
950301     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE.DAT"
950301         ORGANIZATION IS INDEXED
950302         ACCESS MODE IS DYNAMIC
950302         RECORD KEY IS TC-CODE
950303         FILE STATUS IS WS-TCODE-FILE-STATUS.
909429     SELECT STATEMENT-FILE ASSIGN TO "STATEMTS.TXT"
171564         ORGANIZATION IS LINE SEQUENTIAL.
968901     SELECT E-STATEMENT-FILE ASSIGN TO "ESTMTS.TXT"
968901         ORGANIZATION IS LINE SEQUENTIAL.
968902     SELECT E-STATEMENT-INDEX-FILE ASSIGN TO "ESTMTIDX.DAT"
968902         ORGANIZATION IS LINE SEQUENTIAL.
341098 DATA DIVISION.
780647 FILE SECTION.
414910 FD  CUSTOMER-MASTER-FILE.
339010     COPY ACCTREC.
743935 FD  TRANSACTION-LEDGER-FILE.
909204     COPY TRANREC.
950303 FD  TRAN-CODE-FILE.
950304     COPY TCODEREC.
776496 FD  STATEMENT-FILE.
624455 01  STATEMENT-LINE          PIC X(80).
968903 FD  E-STATEMENT-FILE.
968903 01  E-STATEMENT-LINE        PIC X(80).
968904 FD  E-STATEMENT-INDEX-FILE.
968904     COPY EDOCREC.
692920 WORKING-STORAGE SECTION.
347354 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
991845 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
212559 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
950304 01  WS-TCODE-FILE-STATUS    PIC XX VALUE "00".
950305 01  WS-TCODE-OPEN           PIC X VALUE 'N'.
950305 01  WS-STMT-WORDING         PIC X(20).
853409 01  WS-CUST-EOF             PIC X VALUE 'N'.
971392 01  WS-ACCT-EOF             PIC X VALUE 'N'.
634203 01  WS-TRAN-EOF             PIC X VALUE 'N'.
719596 01  WS-BALANCE-DISP         PIC -9(8).99.
809562 01  WS-OPENING-DISP         PIC -9(8).99.
165695 01  WS-CLOSING-DISP         PIC -9(8).99.
954001 01  WS-CHECK-COUNT          PIC 9(3) VALUE 0.
954001 01  WS-CHK-IX               PIC 9(3).
954002 01  WS-CHK-JX               PIC 9(3).
954002 01  WS-CHECK-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
954003 01  WS-PREV-SERIAL          PIC 9(10).
954003 01  WS-SEQUENCE-BREAKS      PIC 9(3) VALUE 0.
954004 01  WS-TOTAL-DISP           PIC -9(10).99.
979111 01  WS-CHECK-OVERFLOW       PIC 9(5) VALUE 0.
979111 01  WS-OVERFLOW-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
954004 01  WS-CHECK-TABLE.
954005     05  WS-CHECK-ENTRY OCCURS 200.
954005         10  WS-CK-SERIAL    PIC 9(10).
954006         10  WS-CK-DATE      PIC 9(8).
954006         10  WS-CK-AMOUNT    PIC S9(9)V99 COMP-3.
954007 01  WS-CHECK-SWAP.
954007     05  WS-SWAP-SERIAL      PIC 9(10).
954008     05  WS-SWAP-DATE        PIC 9(8).
954008     05  WS-SWAP-AMOUNT      PIC S9(9)V99 COMP-3.
954009 01  WS-CHECK-LINE.
954009     05  FILLER              PIC X(4) VALUE SPACES.
954010     05  CL-SERIAL           PIC 9(10).
954010     05  CL-BREAK            PIC X(2).
954011     05  CL-DATE             PIC 9(8).
954011     05  FILLER              PIC X(2) VALUE SPACES.
954012     05  CL-AMOUNT           PIC -9(8).99.
958945 01  WS-EST-MAIL             PIC X VALUE 'N'.
958945 01  WS-EST-NAME             PIC X(30).
958946 01  WS-EST-STREET           PIC X(30).
958946 01  WS-EST-CITY             PIC X(20).
958947 01  WS-EST-STATE            PIC X(2).
958947 01  WS-EST-ZIP              PIC X(10).
968905 01  WS-DLV-FUNCTION         PIC X(8) VALUE "ROUTE".
968905 01  WS-DLV-OPERATOR         PIC X(20) VALUE "CUSTSTMT".
968906 01  WS-SEND-PAPER           PIC X VALUE 'Y'.
968906 01  WS-SEND-ELECTRONIC      PIC X VALUE 'N'.
968907 01  WS-ROUTE-RESULT         PIC X.
968907 01  WS-E-LINE-NUM           PIC 9(7) VALUE 0.
968908 01  WS-E-DOC-FIRST          PIC 9(7) VALUE 0.
968908 01  WS-PAPER-COUNT          PIC 9(6) VALUE 0.
968909 01  WS-ESTMT-COUNT          PIC 9(6) VALUE 0.
968909 01  WS-WITHHELD-COUNT       PIC 9(6) VALUE 0.
838990 PROCEDURE DIVISION.
326267 MAIN-PARA.
326268     MOVE 'N' TO WS-CUST-EOF
326268     MOVE 'N' TO WS-ACCT-EOF
326269     MOVE 'N' TO WS-TRAN-EOF
326269     MOVE 0 TO WS-STATEMENT-COUNT
968910     MOVE 0 TO WS-PAPER-COUNT
968910     MOVE 0 TO WS-ESTMT-COUNT
968911     MOVE 0 TO WS-WITHHELD-COUNT
968911     MOVE 0 TO WS-E-LINE-NUM
326267     PERFORM OPEN-FILES
326267     PERFORM UNTIL WS-CUST-EOF = 'Y'
679106         READ CUSTOMER-MASTER-FILE NEXT RECORD
679106             AT END
679106                 MOVE 'Y' TO WS-CUST-EOF
679107             NOT AT END
803412                 IF CUST-STATUS = 'A' OR CUST-STATUS = 'D'
803412                     OR WS-INCLUDE-CLOSED = 'Y'
595623                     PERFORM PRINT-CUSTOMER-STATEMENTS
803413                 END-IF
595623     END-PERFORM
595623     PERFORM CLOSE-FILES
834705     DISPLAY "Statements printed: " WS-STATEMENT-COUNT
968912     DISPLAY "  on paper        : " WS-PAPER-COUNT
968912     DISPLAY "  electronic      : " WS-ESTMT-COUNT
968913     DISPLAY "Paper withheld    : " WS-WITHHELD-COUNT
834705     GOBACK.
780862 OPEN-FILES.
780862     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
780863         "CUSTSTMT-INCLUDE-CLOSED"
780862     OPEN INPUT CUSTOMER-MASTER-FILE
780862     OPEN INPUT TRANSACTION-LEDGER-FILE
950306     OPEN INPUT TRAN-CODE-FILE
950306     IF WS-TCODE-FILE-STATUS = "00"
950307         MOVE 'Y' TO WS-TCODE-OPEN
950307     END-IF
780862     OPEN OUTPUT STATEMENT-FILE
968913     OPEN OUTPUT E-STATEMENT-FILE
968914     OPEN OUTPUT E-STATEMENT-INDEX-FILE
142860     EXIT.
755525 CLOSE-FILES.
755526     CLOSE CUSTOMER-MASTER-FILE
755526     CLOSE TRANSACTION-LEDGER-FILE
950308     IF WS-TCODE-OPEN = 'Y'
950308         CLOSE TRAN-CODE-FILE
950309     END-IF
801853     CLOSE STATEMENT-FILE
968914     CLOSE E-STATEMENT-FILE
968915     CLOSE E-STATEMENT-INDEX-FILE
801853     EXIT.
894941 PRINT-CUSTOMER-STATEMENTS.
958931*Statements for a deceased customer are addressed to the estate
958931*contact while the estate is open.
958932     MOVE 'N' TO WS-EST-MAIL
958932     IF CUST-STATUS = 'D'
958933         CALL "ESTATE_ADDRESS" USING CUST-ID WS-EST-MAIL
958933             WS-EST-NAME WS-EST-STREET WS-EST-CITY
958934             WS-EST-STATE WS-EST-ZIP
958934     END-IF
894941     MOVE 'N' TO WS-ACCT-EOF
894941     OPEN INPUT ACCOUNT-MASTER-FILE
894941     PERFORM UNTIL WS-ACCT-EOF = 'Y'
148406     MOVE 'N' TO WS-ACCT-EOF
148406     EXIT.
510404 PRINT-ACCOUNT-STATEMENT.
968915     PERFORM ROUTE-STATEMENT
968916     IF WS-SEND-PAPER = 'Y' OR WS-SEND-ELECTRONIC = 'Y'
968916         ADD 1 TO WS-STATEMENT-COUNT
968917         COMPUTE WS-E-DOC-FIRST = WS-E-LINE-NUM + 1
968917         PERFORM PRINT-STATEMENT-HEADER
968918         PERFORM PRINT-STATEMENT-TRANSACTIONS
968918         IF WS-CHECK-COUNT > 0
968919             PERFORM PRINT-CHECK-REGISTER
968919         END-IF
968920         PERFORM PRINT-STATEMENT-TRAILER
968920         IF WS-SEND-ELECTRONIC = 'Y'
968921             PERFORM WRITE-STATEMENT-INDEX
968921         END-IF
968922     END-IF
277504     EXIT.
968922 ROUTE-STATEMENT.
968923*Statements addressed to an estate contact always go on paper.
968923*Otherwise the customer's delivery preference decides, and paper
968924*is held back while the customer's mail is being returned.
968924     MOVE 'Y' TO WS-SEND-PAPER
968925     MOVE 'N' TO WS-SEND-ELECTRONIC
968925     IF WS-EST-MAIL NOT = 'Y'
968926         CALL "DELIVERY_CONTROL" USING WS-DLV-FUNCTION CUST-ID
968926             CUST-EMAIL WS-DLV-OPERATOR WS-SEND-PAPER
968927             WS-SEND-ELECTRONIC WS-ROUTE-RESULT
968927         IF WS-ROUTE-RESULT = 'W'
968928             ADD 1 TO WS-WITHHELD-COUNT
968928         END-IF
968929     END-IF
968929     IF WS-SEND-PAPER = 'Y'
968930         ADD 1 TO WS-PAPER-COUNT
968930     END-IF
968931     IF WS-SEND-ELECTRONIC = 'Y'
968931         ADD 1 TO WS-ESTMT-COUNT
968932     END-IF
968932     EXIT.
968933 PUT-STATEMENT-LINE.
968933     IF WS-SEND-PAPER = 'Y'
968934         WRITE STATEMENT-LINE
968934     END-IF
968935     IF WS-SEND-ELECTRONIC = 'Y'
968935         MOVE STATEMENT-LINE TO E-STATEMENT-LINE
968936         WRITE E-STATEMENT-LINE
968936         ADD 1 TO WS-E-LINE-NUM
968937     END-IF
968937     EXIT.
968938 WRITE-STATEMENT-INDEX.
968938     MOVE "STMT" TO EDOC-DOC-TYPE
968939     MOVE WS-RUN-DATE TO EDOC-DOC-DATE
968939     MOVE CUST-ID TO EDOC-CUST-ID
968940     MOVE ACCT-NUMBER TO EDOC-ACCT-NUMBER
968940     MOVE SPACES TO EDOC-CUST-NAME
968941     STRING CUST-FIRST-NAME DELIMITED BY "  "
968941         " " DELIMITED BY SIZE
968942         CUST-LAST-NAME DELIMITED BY "  "
968942         INTO EDOC-CUST-NAME
968943     MOVE CUST-EMAIL TO EDOC-EMAIL
968943     MOVE "ESTMTS.TXT" TO EDOC-DOC-FILE
968944     MOVE WS-E-DOC-FIRST TO EDOC-FIRST-LINE
968944     COMPUTE EDOC-LINE-COUNT = WS-E-LINE-NUM - WS-E-DOC-FIRST + 1
968945     WRITE EDOC-INDEX-RECORD
968945     EXIT.
880592 PRINT-STATEMENT-HEADER.
880592     MOVE SPACES TO STATEMENT-LINE
968946     PERFORM PUT-STATEMENT-LINE
880593     STRING "STATEMENT  RUN DATE: " DELIMITED BY SIZE
880593         WS-RUN-DATE DELIMITED BY SIZE
880594         INTO STATEMENT-LINE
968946     PERFORM PUT-STATEMENT-LINE
222851     STRING "CUSTOMER: " DELIMITED BY SIZE
222852         CUST-ID DELIMITED BY SIZE
222852         " " DELIMITED BY SIZE
294138         " " DELIMITED BY SIZE
294139         CUST-LAST-NAME DELIMITED BY SIZE
294139         INTO STATEMENT-LINE
968947     PERFORM PUT-STATEMENT-LINE
812432     MOVE SPACES TO STATEMENT-LINE
958935     IF WS-EST-MAIL = 'Y'
958935         STRING "ESTATE C/O " DELIMITED BY SIZE
958936             WS-EST-NAME DELIMITED BY SIZE
958936             INTO STATEMENT-LINE
968947         PERFORM PUT-STATEMENT-LINE
958937         MOVE SPACES TO STATEMENT-LINE
958938         STRING WS-EST-STREET DELIMITED BY SIZE
958938             " " DELIMITED BY SIZE
958939             WS-EST-CITY DELIMITED BY SIZE
958939             " " DELIMITED BY SIZE
958940             WS-EST-STATE DELIMITED BY SIZE
958940             " " DELIMITED BY SIZE
958941             WS-EST-ZIP DELIMITED BY SIZE
958941             INTO STATEMENT-LINE
958942     ELSE
812432         STRING CUST-ADDR-STREET DELIMITED BY SIZE
812433             " " DELIMITED BY SIZE
812433             CUST-ADDR-CITY DELIMITED BY SIZE
812434             " " DELIMITED BY SIZE
812434             CUST-ADDR-STATE DELIMITED BY SIZE
812435             " " DELIMITED BY SIZE
812435             CUST-ADDR-ZIP DELIMITED BY SIZE
812436             INTO STATEMENT-LINE
958942     END-IF
968948     PERFORM PUT-STATEMENT-LINE
432976     STRING "ACCOUNT: " DELIMITED BY SIZE
432977         ACCT-NUMBER DELIMITED BY SIZE
432977         " TYPE: " DELIMITED BY SIZE
432977         ACCT-TYPE DELIMITED BY SIZE
432978         INTO STATEMENT-LINE
968948     PERFORM PUT-STATEMENT-LINE
764106     EXIT.
455574 PRINT-STATEMENT-TRANSACTIONS.
455575     MOVE 'Y' TO WS-FIRST-TRAN-FLAG
954014     MOVE 0 TO WS-CHECK-COUNT
979112     MOVE 0 TO WS-CHECK-OVERFLOW
979112     MOVE 0 TO WS-OVERFLOW-TOTAL
455575     MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
455575     MOVE ACCT-NUMBER TO TRAN-ACCT-NUMBER
601477     START TRANSACTION-LEDGER-FILE KEY IS >= TRAN-ACCT-NUMBER
392152             MOVE SPACES TO WS-TRAN-FLAG
392152         END-IF
392152     END-IF
950309     PERFORM SET-STATEMENT-WORDING
496939     MOVE SPACES TO STATEMENT-LINE
496940     STRING "  " DELIMITED BY SIZE
496940         TRAN-TIMESTAMP DELIMITED BY SIZE
496940         " " DELIMITED BY SIZE
950310         WS-STMT-WORDING DELIMITED BY SIZE
950310         " " DELIMITED BY SIZE
820448         TRAN-TYPE DELIMITED BY SIZE
820448         " " DELIMITED BY SIZE
820449         WS-AMOUNT-DISP DELIMITED BY SIZE
820449         WS-BALANCE-DISP DELIMITED BY SIZE
820450         WS-TRAN-FLAG DELIMITED BY SIZE
923839         INTO STATEMENT-LINE
968949     PERFORM PUT-STATEMENT-LINE
873521     IF TRAN-DESC NOT = SPACES
873521         MOVE SPACES TO STATEMENT-LINE
873522         STRING "    " DELIMITED BY SIZE
873522             TRAN-DESC DELIMITED BY SIZE
873523             INTO STATEMENT-LINE
968949         PERFORM PUT-STATEMENT-LINE
873524     END-IF
954014     IF TRAN-CHECK-SERIAL NOT = 0 AND TRAN-STATUS NOT = 'R'
954015         PERFORM KEEP-PAID-CHECK
954015     END-IF
923840     EXIT.
954016 KEEP-PAID-CHECK.
954016     IF WS-CHECK-COUNT < 200
954017         ADD 1 TO WS-CHECK-COUNT
954017         MOVE TRAN-CHECK-SERIAL TO WS-CK-SERIAL(WS-CHECK-COUNT)
954018         COMPUTE WS-CK-DATE(WS-CHECK-COUNT) =
954018             TRAN-TIMESTAMP / 1000000
954019         MOVE TRAN-AMOUNT TO WS-CK-AMOUNT(WS-CHECK-COUNT)
979113     ELSE
979113         ADD 1 TO WS-CHECK-OVERFLOW
979114         ADD TRAN-AMOUNT TO WS-OVERFLOW-TOTAL
954019     END-IF
954020     EXIT.
954020 PRINT-CHECK-REGISTER.
954021*Checks paid in the period, in serial order.  A serial that
954021*does not follow on from the one before is flagged so the
954022*customer can see a check outstanding or out of sequence.
954022     PERFORM SORT-CHECK-TABLE
954023     MOVE 0 TO WS-CHECK-TOTAL
954023     MOVE 0 TO WS-SEQUENCE-BREAKS
954024     MOVE SPACES TO STATEMENT-LINE
968950     PERFORM PUT-STATEMENT-LINE
954025     MOVE "  CHECKS PAID" TO STATEMENT-LINE
968950     PERFORM PUT-STATEMENT-LINE
954026     MOVE "    CHECK NO.   DATE            AMOUNT"
954026         TO STATEMENT-LINE
968951     PERFORM PUT-STATEMENT-LINE
954027     PERFORM VARYING WS-CHK-IX FROM 1 BY 1
954028         UNTIL WS-CHK-IX > WS-CHECK-COUNT
954028         MOVE WS-CK-SERIAL(WS-CHK-IX) TO CL-SERIAL
954029         MOVE WS-CK-DATE(WS-CHK-IX) TO CL-DATE
954029         MOVE WS-CK-AMOUNT(WS-CHK-IX) TO CL-AMOUNT
954030         MOVE SPACES TO CL-BREAK
954030         IF WS-CHK-IX > 1
954031             AND WS-CK-SERIAL(WS-CHK-IX) NOT = WS-PREV-SERIAL + 1
954031             MOVE "* " TO CL-BREAK
954032             ADD 1 TO WS-SEQUENCE-BREAKS
954032         END-IF
954033         MOVE WS-CK-SERIAL(WS-CHK-IX) TO WS-PREV-SERIAL
954033         ADD WS-CK-AMOUNT(WS-CHK-IX) TO WS-CHECK-TOTAL
968951         MOVE WS-CHECK-LINE TO STATEMENT-LINE
968952         PERFORM PUT-STATEMENT-LINE
954034     END-PERFORM
954035     MOVE WS-CHECK-TOTAL TO WS-TOTAL-DISP
954035     MOVE SPACES TO STATEMENT-LINE
954036     STRING "    CHECKS PAID: " DELIMITED BY SIZE
954036         WS-CHECK-COUNT DELIMITED BY SIZE
954037         "  TOTAL: " DELIMITED BY SIZE
954037         WS-TOTAL-DISP DELIMITED BY SIZE
954038         INTO STATEMENT-LINE
968952     PERFORM PUT-STATEMENT-LINE
954039     IF WS-SEQUENCE-BREAKS > 0
954039         MOVE "    * BREAK IN CHECK SEQUENCE" TO STATEMENT-LINE
968953         PERFORM PUT-STATEMENT-LINE
954040     END-IF
979114*Checks beyond the size of the table are not listed singly but are
979115*still counted and totalled, so the statement accounts for them.
979115     IF WS-CHECK-OVERFLOW > 0
979116         MOVE WS-OVERFLOW-TOTAL TO WS-TOTAL-DISP
979116         MOVE SPACES TO STATEMENT-LINE
979117         STRING "    ADDITIONAL CHECKS NOT LISTED: "
979117             DELIMITED BY SIZE
979117             WS-CHECK-OVERFLOW DELIMITED BY SIZE
979118             "  TOTAL: " DELIMITED BY SIZE
979118             WS-TOTAL-DISP DELIMITED BY SIZE
979119             INTO STATEMENT-LINE
979119         PERFORM PUT-STATEMENT-LINE
979120     END-IF
954041     MOVE SPACES TO STATEMENT-LINE
968953     PERFORM PUT-STATEMENT-LINE
954042     EXIT.
954042 SORT-CHECK-TABLE.
954043     PERFORM ORDER-CHECK-PAIR
954043         VARYING WS-CHK-IX FROM 1 BY 1
954044         UNTIL WS-CHK-IX >= WS-CHECK-COUNT
954044         AFTER WS-CHK-JX FROM 1 BY 1
954045         UNTIL WS-CHK-JX > WS-CHECK-COUNT - WS-CHK-IX
954046     EXIT.
954046 ORDER-CHECK-PAIR.
954047     IF WS-CK-SERIAL(WS-CHK-JX) > WS-CK-SERIAL(WS-CHK-JX + 1)
954047         MOVE WS-CHECK-ENTRY(WS-CHK-JX) TO WS-CHECK-SWAP
954048         MOVE WS-CHECK-ENTRY(WS-CHK-JX + 1)
954048             TO WS-CHECK-ENTRY(WS-CHK-JX)
954049         MOVE WS-CHECK-SWAP TO WS-CHECK-ENTRY(WS-CHK-JX + 1)
954049     END-IF
954050     EXIT.
950311 SET-STATEMENT-WORDING.
950311*The code master carries the customer-facing wording; an entry
950312*whose code is not on file falls back to its own description.
950312     MOVE TRAN-DESC TO WS-STMT-WORDING
950313     IF WS-TCODE-OPEN = 'Y' AND TRAN-CODE NOT = SPACES
950313         MOVE TRAN-CODE TO TC-CODE
950314         READ TRAN-CODE-FILE
950314             INVALID KEY
950315                 CONTINUE
950315             NOT INVALID KEY
950316                 IF TC-STMT-TEXT NOT = SPACES
950316                     MOVE TC-STMT-TEXT TO WS-STMT-WORDING
950317                 END-IF
950317         END-READ
950318     END-IF
950318     EXIT.
110635 PRINT-STATEMENT-TRAILER.
110635     MOVE WS-OPENING-BALANCE TO WS-OPENING-DISP
110636     MOVE ACCT-BALANCE TO WS-CLOSING-DISP
169057         "  CLOSING BALANCE: " DELIMITED BY SIZE
169057         WS-CLOSING-DISP DELIMITED BY SIZE
169058         INTO STATEMENT-LINE
968954     PERFORM PUT-STATEMENT-LINE
169059     MOVE SPACES TO STATEMENT-LINE
968954     PERFORM PUT-STATEMENT-LINE
646215     EXIT.
