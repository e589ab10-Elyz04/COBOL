959101 IDENTIFICATION DIVISION.
959101 PROGRAM-ID. LEGAL_ORDER_MAINT.
959102 AUTHOR. ELYZ.
959102 ENVIRONMENT DIVISION.
959103 INPUT-OUTPUT SECTION.
959103 FILE-CONTROL.
959104     SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.DAT"
959104         ORGANIZATION IS INDEXED
959105         ACCESS MODE IS DYNAMIC
959105         RECORD KEY IS LO-ID
959106         ALTERNATE RECORD KEY IS LO-CUST-ID
959106             WITH DUPLICATES
959107         FILE STATUS IS WS-LO-FILE-STATUS.
959107     SELECT LEGAL-ACCOUNT-FILE ASSIGN TO "LEGALACT.DAT"
959108         ORGANIZATION IS INDEXED
959108         ACCESS MODE IS DYNAMIC
959109         RECORD KEY IS LA-KEY
959109         FILE STATUS IS WS-LA-FILE-STATUS.
959110     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
959110         ORGANIZATION IS INDEXED
959111         ACCESS MODE IS DYNAMIC
959111         RECORD KEY IS CUST-ID
959112         FILE STATUS IS WS-CUST-FILE-STATUS.
959112     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
959113         ORGANIZATION IS INDEXED
959113         ACCESS MODE IS DYNAMIC
959114         RECORD KEY IS ACCT-NUMBER
959114         FILE STATUS IS WS-ACCT-FILE-STATUS.
959115     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
959115         ORGANIZATION IS INDEXED
959116         ACCESS MODE IS DYNAMIC
959116         RECORD KEY IS OWN-KEY
959117         ALTERNATE RECORD KEY IS OWN-CUST-ID
959117             WITH DUPLICATES
959118         FILE STATUS IS WS-OWNR-FILE-STATUS.
959118     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
959119         ORGANIZATION IS INDEXED
959119         ACCESS MODE IS DYNAMIC
959120         RECORD KEY IS HOLD-ID
959120         ALTERNATE RECORD KEY IS HOLD-ACCT-NUMBER
959121             WITH DUPLICATES
959121         FILE STATUS IS WS-HOLD-FILE-STATUS.
959122     SELECT EXTERNAL-PAYEE-FILE ASSIGN TO "EXTPAYEE.DAT"
959122         ORGANIZATION IS INDEXED
959123         ACCESS MODE IS DYNAMIC
959123         RECORD KEY IS PAYEE-ID
959124         FILE STATUS IS WS-PAYEE-FILE-STATUS.
959124     SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
959125         ORGANIZATION IS LINE SEQUENTIAL.
959125 DATA DIVISION.
959126 FILE SECTION.
959126 FD  LEGAL-ORDER-FILE.
959127     COPY LGLOREC.
959127 FD  LEGAL-ACCOUNT-FILE.
959128     COPY LGLAREC.
959128 FD  CUSTOMER-MASTER-FILE.
959129     COPY CUSTREC.
959129 FD  ACCOUNT-MASTER-FILE.
959130     COPY ACCTREC.
959130 FD  OWNER-XREF-FILE.
959131     COPY OWNRREC.
959131 FD  ACCOUNT-HOLD-FILE.
959132     COPY HOLDREC.
959132 FD  EXTERNAL-PAYEE-FILE.
959133     COPY PAYEEREC.
959133 FD  ACCT-HISTORY-FILE.
959134     COPY AHSTREC.
959134 WORKING-STORAGE SECTION.
959135 01  WS-MENU-OPTION          PIC 9 VALUE 0.
959135 01  WS-LO-FILE-STATUS       PIC XX VALUE "00".
959136 01  WS-LA-FILE-STATUS       PIC XX VALUE "00".
959136 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
959137 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
959137 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
959138 01  WS-HOLD-FILE-STATUS     PIC XX VALUE "00".
959138 01  WS-PAYEE-FILE-STATUS    PIC XX VALUE "00".
959139 01  WS-LO-EOF               PIC X VALUE 'N'.
959139 01  WS-LA-EOF               PIC X VALUE 'N'.
959140 01  WS-OWNER-EOF            PIC X VALUE 'N'.
959140 01  WS-HOLD-EOF             PIC X VALUE 'N'.
959141 01  WS-LO-FOUND             PIC X VALUE 'N'.
959141 01  WS-RECORD-FOUND         PIC X VALUE 'N'.
959142 01  WS-ORDER-OK             PIC X VALUE 'N'.
959142 01  WS-CONFIRM-FLG          PIC X.
959143 01  WS-ORDER-ID             PIC 9(8).
959143 01  WS-NEXT-ORDER-ID        PIC 9(8).
959144 01  WS-NEXT-HOLD-ID         PIC 9(8).
959144 01  WS-TODAY                PIC 9(8).
959145 01  WS-INPUT-DATE           PIC 9(8).
959145 01  WS-INPUT-PAYEE          PIC 9(6).
959146 01  WS-AMOUNT               PIC 9(9)V99.
959146*Charged to the debtor for answering the order; taken only from
959147*funds left free after the exemption and the hold.
959147 01  WS-LEGAL-FEE            PIC 9(3)V99 VALUE 75.00.
959148 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
959148 01  WS-AVAILABLE            PIC S9(9)V99 COMP-3.
959149 01  WS-EXEMPT-LEFT          PIC S9(9)V99 COMP-3.
959149 01  WS-DEMAND-LEFT          PIC S9(9)V99 COMP-3.
959150 01  WS-HOLD-AMOUNT          PIC S9(9)V99 COMP-3.
959150 01  WS-FREE-FUNDS           PIC S9(9)V99 COMP-3.
959151 01  WS-FEE-ACCT             PIC 9(8).
959151 01  WS-ACCT-COUNT           PIC 9(4) VALUE 0.
959152 01  WS-HELD-COUNT           PIC 9(4) VALUE 0.
959152 01  WS-OPEN-COUNT           PIC 9(4) VALUE 0.
959153 01  WS-TRAN-TYPE            PIC X(2).
959153 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
959154 01  WS-POST-DESC            PIC X(30).
959154 01  WS-TRAN-CODE            PIC X(4).
959155 01  WS-AMOUNT-DISP          PIC -Z,ZZZ,ZZZ,ZZ9.99.
959155 01  WS-HELD-DISP            PIC -Z,ZZZ,ZZZ,ZZ9.99.
959156 01  WS-TYPE-TEXT            PIC X(10).
959156 01  WS-STATUS-TEXT          PIC X(10).
959157 01  WS-LA-STATUS-TEXT       PIC X(10).
959157 01  WS-RELEASE-NOTE         PIC X(40).
959158 01  WS-DATE-PART            PIC 9(8).
959158 01  WS-TIME-PART            PIC 9(8).
959159 LINKAGE SECTION.
959159 01  LS-USERNAME             PIC X(20).
959160 PROCEDURE DIVISION USING LS-USERNAME.
959160 MAIN-PARA.
959161     MOVE 0 TO WS-MENU-OPTION
959161     PERFORM UNTIL WS-MENU-OPTION = 7
959162         PERFORM DISPLAY-HEADER
959162         PERFORM DISPLAY-MENU
959163         PERFORM PROCESS-OPTION
959163     END-PERFORM
959164     GOBACK.
959164 DISPLAY-HEADER.
959165     DISPLAY "+---------------------------------+".
959165     DISPLAY "|          LEGAL ORDERS           |".
959166     DISPLAY "+---------------------------------+".
959166     EXIT.
959167 DISPLAY-MENU.
959167     DISPLAY "+---------------------------------+".
959168     DISPLAY "| 1. Enter legal order           |".
959168     DISPLAY "| 2. List open orders            |".
959169     DISPLAY "| 3. Show order                  |".
959169     DISPLAY "| 4. Update deadlines / remit-to |".
959170     DISPLAY "| 5. Release order               |".
959170     DISPLAY "| 6. Reprint answer letter       |".
959171     DISPLAY "| 7. Go back                     |".
959171     DISPLAY "+---------------------------------+".
959172     DISPLAY "Select an option (1-7): " WITH NO ADVANCING
959172     ACCEPT WS-MENU-OPTION
959173     EXIT.
959173 PROCESS-OPTION.
959174     EVALUATE WS-MENU-OPTION
959174         WHEN 1
959175             PERFORM ENTER-LEGAL-ORDER
959175         WHEN 2
959176             PERFORM LIST-OPEN-ORDERS
959176         WHEN 3
959177             PERFORM SHOW-ORDER
959177         WHEN 4
959178             PERFORM UPDATE-ORDER
959178         WHEN 5
959179             PERFORM RELEASE-ORDER
959179         WHEN 6
959180             PERFORM REPRINT-LETTER
959180         WHEN 7
959181             DISPLAY ">>> Returning to previous menu..."
959181         WHEN OTHER
959182             DISPLAY "Invalid option. Please try again."
959182     END-EVALUATE
959183     EXIT.
959183 OPEN-ORDER-IO.
959184     OPEN I-O LEGAL-ORDER-FILE
959184     IF WS-LO-FILE-STATUS = "35"
959185         OPEN OUTPUT LEGAL-ORDER-FILE
959185         CLOSE LEGAL-ORDER-FILE
959186         OPEN I-O LEGAL-ORDER-FILE
959186     END-IF
959187     EXIT.
959187 OPEN-LEGAL-ACCOUNT-IO.
959188     OPEN I-O LEGAL-ACCOUNT-FILE
959188     IF WS-LA-FILE-STATUS = "35"
959189         OPEN OUTPUT LEGAL-ACCOUNT-FILE
959189         CLOSE LEGAL-ACCOUNT-FILE
959190         OPEN I-O LEGAL-ACCOUNT-FILE
959190     END-IF
959191     EXIT.
959191 OPEN-HOLD-IO.
959192     OPEN I-O ACCOUNT-HOLD-FILE
959192     IF WS-HOLD-FILE-STATUS = "35"
959193         OPEN OUTPUT ACCOUNT-HOLD-FILE
959193         CLOSE ACCOUNT-HOLD-FILE
959194         OPEN I-O ACCOUNT-HOLD-FILE
959194     END-IF
959195     EXIT.
959195 ENTER-LEGAL-ORDER.
959196     MOVE 'N' TO WS-ORDER-OK
959196     ACCEPT WS-TODAY FROM DATE YYYYMMDD
959197     INITIALIZE LEGAL-ORDER-RECORD
959197     DISPLAY "Order type (G=garnishment, L=tax levy, F=court"
959198     DISPLAY "freeze): " WITH NO ADVANCING
959198     ACCEPT LO-TYPE
959199     MOVE FUNCTION UPPER-CASE(LO-TYPE) TO LO-TYPE
959199     IF LO-TYPE NOT = 'G' AND LO-TYPE NOT = 'L'
959200         AND LO-TYPE NOT = 'F'
959200         DISPLAY "Order type must be G, L or F."
959201     ELSE
959201         PERFORM ACCEPT-DEBTOR
959202     END-IF
959202     IF WS-ORDER-OK = 'Y'
959203         PERFORM ACCEPT-ORDER-DETAILS
959203     END-IF
959204     IF WS-ORDER-OK = 'Y'
959204         PERFORM ACCEPT-REMIT-DETAILS
959205     END-IF
959205     IF WS-ORDER-OK = 'Y'
959206         DISPLAY "Hold funds on every account the debtor owns"
959206         DISPLAY "and charge the legal processing fee (Y/N)? "
959207             WITH NO ADVANCING
959207         ACCEPT WS-CONFIRM-FLG
959208         IF WS-CONFIRM-FLG = 'Y' OR WS-CONFIRM-FLG = 'y'
959208             PERFORM RECORD-LEGAL-ORDER
959209         ELSE
959209             DISPLAY "Nothing recorded."
959210         END-IF
959210     END-IF
959211     EXIT.
959211 ACCEPT-DEBTOR.
959212     DISPLAY "Debtor customer ID: " WITH NO ADVANCING
959212     ACCEPT LO-CUST-ID
959213     OPEN INPUT CUSTOMER-MASTER-FILE
959213     IF WS-CUST-FILE-STATUS NOT = "00"
959214         DISPLAY "Customer master file is not available."
959214     ELSE
959215         MOVE LO-CUST-ID TO CUST-ID
959215         READ CUSTOMER-MASTER-FILE
959216             INVALID KEY
959216                 DISPLAY "Customer not found."
959217             NOT INVALID KEY
959217                 DISPLAY "Debtor: " CUST-FIRST-NAME " "
959218                     CUST-LAST-NAME
959218                 MOVE 'Y' TO WS-ORDER-OK
959219         END-READ
959219         CLOSE CUSTOMER-MASTER-FILE
959220     END-IF
959220     EXIT.
959221 ACCEPT-ORDER-DETAILS.
959221     DISPLAY "Issuing authority: " WITH NO ADVANCING
959222     ACCEPT LO-AUTHORITY
959222     DISPLAY "Authority street: " WITH NO ADVANCING
959223     ACCEPT LO-AUTH-STREET
959223     DISPLAY "Authority city: " WITH NO ADVANCING
959224     ACCEPT LO-AUTH-CITY
959224     DISPLAY "Authority state: " WITH NO ADVANCING
959225     ACCEPT LO-AUTH-STATE
959225     MOVE FUNCTION UPPER-CASE(LO-AUTH-STATE) TO LO-AUTH-STATE
959226     DISPLAY "Authority ZIP: " WITH NO ADVANCING
959226     ACCEPT LO-AUTH-ZIP
959227     DISPLAY "Case / docket reference: " WITH NO ADVANCING
959227     ACCEPT LO-CASE-REF
959228     DISPLAY "Date served (YYYYMMDD, 0=today): " WITH NO ADVANCING
959228     ACCEPT LO-SERVED-DATE
959229     IF LO-SERVED-DATE = 0
959229         MOVE WS-TODAY TO LO-SERVED-DATE
959230     END-IF
959230     DISPLAY "Amount demanded: " WITH NO ADVANCING
959231     ACCEPT WS-AMOUNT
959231     MOVE WS-AMOUNT TO LO-AMOUNT-DEMANDED
959232     DISPLAY "Exempt amount: " WITH NO ADVANCING
959232     ACCEPT WS-AMOUNT
959233     MOVE WS-AMOUNT TO LO-EXEMPT-AMOUNT
959233     DISPLAY "Answer deadline (YYYYMMDD): " WITH NO ADVANCING
959234     ACCEPT LO-ANSWER-DATE
959234     IF LO-AMOUNT-DEMANDED NOT > 0
959235         DISPLAY "Amount demanded must be greater than zero."
959235         MOVE 'N' TO WS-ORDER-OK
959236     END-IF
959236     IF WS-ORDER-OK = 'Y' AND LO-ANSWER-DATE < LO-SERVED-DATE
959237         DISPLAY "Answer deadline is before the date served."
959237         MOVE 'N' TO WS-ORDER-OK
959238     END-IF
959238     EXIT.
959239 ACCEPT-REMIT-DETAILS.
959239*A court freeze is held until the court releases it; the other
959240*orders are paid over to the authority on the maturity date.
959240     MOVE 0 TO LO-MATURITY-DATE
959241     MOVE 0 TO LO-PAYEE-ID
959241     IF LO-TYPE NOT = 'F'
959242         DISPLAY "Remit on (maturity date YYYYMMDD): "
959242             WITH NO ADVANCING
959243         ACCEPT LO-MATURITY-DATE
959243         IF LO-MATURITY-DATE NOT > LO-SERVED-DATE
959244             DISPLAY "Maturity date must be after the date"
959244                 " served."
959245             MOVE 'N' TO WS-ORDER-OK
959245         ELSE
959246             DISPLAY "Remit-to payee ID: " WITH NO ADVANCING
959246             ACCEPT WS-INPUT-PAYEE
959247             PERFORM CHECK-REMIT-PAYEE
959247             IF WS-RECORD-FOUND = 'Y'
959248                 MOVE WS-INPUT-PAYEE TO LO-PAYEE-ID
959248             ELSE
959249                 MOVE 'N' TO WS-ORDER-OK
959249             END-IF
959250         END-IF
959250     END-IF
959251     EXIT.
959251 CHECK-REMIT-PAYEE.
959252*The authority is set up as an external payee like any other
959252*outbound counterparty.
959253     MOVE 'N' TO WS-RECORD-FOUND
959253     OPEN INPUT EXTERNAL-PAYEE-FILE
959254     IF WS-PAYEE-FILE-STATUS NOT = "00"
959254         DISPLAY "No external payees on file."
959255     ELSE
959255         MOVE WS-INPUT-PAYEE TO PAYEE-ID
959256         READ EXTERNAL-PAYEE-FILE
959256             INVALID KEY
959257                 DISPLAY "Payee not found."
959257             NOT INVALID KEY
959258                 IF PAYEE-STATUS NOT = 'A'
959258                     DISPLAY "Payee is closed."
959259                 ELSE
959259                     DISPLAY "Remit to: " PAYEE-NAME
959260                     MOVE 'Y' TO WS-RECORD-FOUND
959260                 END-IF
959261         END-READ
959261         CLOSE EXTERNAL-PAYEE-FILE
959262     END-IF
959262     EXIT.
959263 RECORD-LEGAL-ORDER.
959263     PERFORM OPEN-ORDER-IO
959264     PERFORM NEXT-ORDER-ID
959264     MOVE WS-NEXT-ORDER-ID TO LO-ID
959265     MOVE 0 TO LO-HELD-AMOUNT
959265     MOVE 0 TO LO-REMIT-AMOUNT
959266     MOVE 0 TO LO-FEE-AMOUNT
959266     MOVE 0 TO LO-FEE-ACCT
959267     MOVE 0 TO LO-LETTER-DATE
959267     MOVE 0 TO LO-CLOSE-DATE
959268     MOVE 'O' TO LO-STATUS
959268     MOVE LS-USERNAME TO LO-ENTERED-BY
959269     WRITE LEGAL-ORDER-RECORD
959269         INVALID KEY
959270             DISPLAY "Legal order could not be written."
959270         NOT INVALID KEY
959271             DISPLAY ">>> Legal order " LO-ID " recorded."
959271             PERFORM HOLD-DEBTOR-ACCOUNTS
959272             PERFORM CHARGE-LEGAL-FEE
959272             REWRITE LEGAL-ORDER-RECORD
959273                 INVALID KEY
959273                     DISPLAY "Legal order totals not updated."
959274             END-REWRITE
959274             MOVE LO-AMOUNT-DEMANDED TO WS-AMOUNT-DISP
959275             MOVE LO-HELD-AMOUNT TO WS-HELD-DISP
959275             DISPLAY "Accounts found : " WS-ACCT-COUNT
959276             DISPLAY "Accounts held  : " WS-HELD-COUNT
959276             DISPLAY "Demanded       : " WS-AMOUNT-DISP
959277             DISPLAY "Held           : " WS-HELD-DISP
959277             DISPLAY "The answer letter prints in tonight's run."
959278     END-WRITE
959278     CLOSE LEGAL-ORDER-FILE
959279     EXIT.
959279 NEXT-ORDER-ID.
959280     MOVE 0 TO WS-NEXT-ORDER-ID
959280     MOVE 'N' TO WS-LO-EOF
959281     PERFORM UNTIL WS-LO-EOF = 'Y'
959281         READ LEGAL-ORDER-FILE NEXT RECORD
959282             AT END
959282                 MOVE 'Y' TO WS-LO-EOF
959283             NOT AT END
959283                 IF LO-ID > WS-NEXT-ORDER-ID
959284                     MOVE LO-ID TO WS-NEXT-ORDER-ID
959284                 END-IF
959285         END-READ
959285     END-PERFORM
959286     ADD 1 TO WS-NEXT-ORDER-ID
959286     EXIT.
959287 HOLD-DEBTOR-ACCOUNTS.
959287*Every account the debtor owns, primary or secondary, is found
959288*through the owner cross-reference.  The exemption is left in the
959288*accounts first; the rest of the available funds is held, account
959289*by account, until the demanded amount is covered.  Loans and
959289*closed accounts carry nothing that can be held.
959290     MOVE 0 TO WS-ACCT-COUNT
959290     MOVE 0 TO WS-HELD-COUNT
959291     MOVE 0 TO WS-FEE-ACCT
959291     MOVE LO-EXEMPT-AMOUNT TO WS-EXEMPT-LEFT
959292     MOVE LO-AMOUNT-DEMANDED TO WS-DEMAND-LEFT
959292     OPEN INPUT OWNER-XREF-FILE
959293     IF WS-OWNR-FILE-STATUS NOT = "00"
959293         DISPLAY "Account owner file is not available."
959294     ELSE
959294         OPEN INPUT ACCOUNT-MASTER-FILE
959295         PERFORM OPEN-HOLD-IO
959295         PERFORM NEXT-HOLD-ID
959296         PERFORM OPEN-LEGAL-ACCOUNT-IO
959296         MOVE 'N' TO WS-OWNER-EOF
959297         MOVE LO-CUST-ID TO OWN-CUST-ID
959297         START OWNER-XREF-FILE KEY IS = OWN-CUST-ID
959298             INVALID KEY
959298                 MOVE 'Y' TO WS-OWNER-EOF
959299                 DISPLAY "Debtor owns no accounts."
959299         END-START
959300         PERFORM UNTIL WS-OWNER-EOF = 'Y'
959300             READ OWNER-XREF-FILE NEXT RECORD
959301                 AT END
959301                     MOVE 'Y' TO WS-OWNER-EOF
959302                 NOT AT END
959302                     IF OWN-CUST-ID NOT = LO-CUST-ID
959303                         MOVE 'Y' TO WS-OWNER-EOF
959303                     ELSE
959304                         PERFORM HOLD-OWNED-ACCOUNT
959304                     END-IF
959305             END-READ
959305         END-PERFORM
959306         CLOSE LEGAL-ACCOUNT-FILE
959306         CLOSE ACCOUNT-HOLD-FILE
959307         CLOSE ACCOUNT-MASTER-FILE
959307         CLOSE OWNER-XREF-FILE
959308     END-IF
959308     EXIT.
959309 HOLD-OWNED-ACCOUNT.
959309     MOVE OWN-ACCT-NUMBER TO ACCT-NUMBER
959310     READ ACCOUNT-MASTER-FILE
959310         INVALID KEY
959311             MOVE 'C' TO ACCT-STATUS
959311     END-READ
959312     IF ACCT-STATUS NOT = 'C' AND ACCT-TYPE NOT = "LOAN"
959312         ADD 1 TO WS-ACCT-COUNT
959313         CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
959313         COMPUTE WS-AVAILABLE = ACCT-BALANCE - WS-HOLD-TOTAL
959314         IF WS-AVAILABLE < 0
959314             MOVE 0 TO WS-AVAILABLE
959315         END-IF
959315         IF WS-AVAILABLE > WS-EXEMPT-LEFT
959316             SUBTRACT WS-EXEMPT-LEFT FROM WS-AVAILABLE
959316             MOVE 0 TO WS-EXEMPT-LEFT
959317         ELSE
959317             SUBTRACT WS-AVAILABLE FROM WS-EXEMPT-LEFT
959318             MOVE 0 TO WS-AVAILABLE
959318         END-IF
959319         IF WS-AVAILABLE > WS-DEMAND-LEFT
959319             MOVE WS-DEMAND-LEFT TO WS-HOLD-AMOUNT
959320         ELSE
959320             MOVE WS-AVAILABLE TO WS-HOLD-AMOUNT
959321         END-IF
959321         COMPUTE WS-FREE-FUNDS = WS-AVAILABLE - WS-HOLD-AMOUNT
959322         IF WS-FEE-ACCT = 0 AND WS-FREE-FUNDS >= WS-LEGAL-FEE
959322             MOVE ACCT-NUMBER TO WS-FEE-ACCT
959323         END-IF
959323         MOVE LO-ID TO LA-ORDER-ID
959324         MOVE ACCT-NUMBER TO LA-ACCT-NUMBER
959324         MOVE ACCT-TYPE TO LA-ACCT-TYPE
959325         MOVE 0 TO LA-HOLD-ID
959325         MOVE 0 TO LA-HELD-AMOUNT
959326         MOVE 0 TO LA-EPQ-ID
959326         MOVE 'N' TO LA-STATUS
959327         IF WS-HOLD-AMOUNT > 0
959327             PERFORM PLACE-LEGAL-HOLD
959328         END-IF
959328         WRITE LEGAL-ACCOUNT-RECORD
959329             INVALID KEY
959329                 DISPLAY "Account " ACCT-NUMBER
959330                     " could not be recorded on the order."
959330         END-WRITE
959331     END-IF
959331     EXIT.
959332 NEXT-HOLD-ID.
959332     MOVE 0 TO WS-NEXT-HOLD-ID
959333     MOVE 'N' TO WS-HOLD-EOF
959333     PERFORM UNTIL WS-HOLD-EOF = 'Y'
959334         READ ACCOUNT-HOLD-FILE NEXT RECORD
959334             AT END
959335                 MOVE 'Y' TO WS-HOLD-EOF
959335             NOT AT END
959336                 IF HOLD-ID > WS-NEXT-HOLD-ID
959336                     MOVE HOLD-ID TO WS-NEXT-HOLD-ID
959337                 END-IF
959337         END-READ
959338     END-PERFORM
959338     EXIT.
959339 PLACE-LEGAL-HOLD.
959339*The hold does not expire; it is released when the order is
959340*remitted or lifted.
959340     ADD 1 TO WS-NEXT-HOLD-ID
959341     MOVE WS-NEXT-HOLD-ID TO HOLD-ID
959341     MOVE ACCT-NUMBER TO HOLD-ACCT-NUMBER
959342     MOVE WS-HOLD-AMOUNT TO HOLD-AMOUNT
959342     MOVE SPACES TO HOLD-REASON
959343     STRING "LEGAL ORDER " DELIMITED BY SIZE
959343         LO-ID DELIMITED BY SIZE
959344         INTO HOLD-REASON
959344     MOVE 0 TO HOLD-EXPIRY-DATE
959345     MOVE 'A' TO HOLD-STATUS
959345     WRITE HOLD-RECORD
959346         INVALID KEY
959346             DISPLAY "Legal hold on " ACCT-NUMBER
959347                 " could not be written."
959347         NOT INVALID KEY
959348             MOVE HOLD-ID TO LA-HOLD-ID
959348             MOVE WS-HOLD-AMOUNT TO LA-HELD-AMOUNT
959349             MOVE 'H' TO LA-STATUS
959349             ADD WS-HOLD-AMOUNT TO LO-HELD-AMOUNT
959350             SUBTRACT WS-HOLD-AMOUNT FROM WS-DEMAND-LEFT
959350             ADD 1 TO WS-HELD-COUNT
959351             MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-DISP
959351             DISPLAY "Account " ACCT-NUMBER " held "
959352                 WS-AMOUNT-DISP
959352             MOVE "LEGAL-HOLD" TO AH-FIELD-NAME
959353             MOVE LO-ID TO AH-OLD-VALUE
959353             MOVE HOLD-ID TO AH-NEW-VALUE
959354             PERFORM WRITE-ACCT-HISTORY
959354     END-WRITE
959355     EXIT.
959355 CHARGE-LEGAL-FEE.
959356     IF WS-FEE-ACCT = 0
959356         DISPLAY "No free funds - legal processing fee not"
959357             " charged."
959357     ELSE
959358         OPEN I-O ACCOUNT-MASTER-FILE
959358         MOVE WS-FEE-ACCT TO ACCT-NUMBER
959359         READ ACCOUNT-MASTER-FILE
959359             INVALID KEY
959360                 DISPLAY "Fee account not found."
959360             NOT INVALID KEY
959361                 SUBTRACT WS-LEGAL-FEE FROM ACCT-BALANCE
959361                 REWRITE ACCOUNT-RECORD
959362                     INVALID KEY
959362                         DISPLAY "Legal processing fee posting"
959363                             " failed."
959363                     NOT INVALID KEY
959364                         PERFORM POST-LEGAL-FEE
959364                 END-REWRITE
959365         END-READ
959365         CLOSE ACCOUNT-MASTER-FILE
959366     END-IF
959366     EXIT.
959367 POST-LEGAL-FEE.
959367     MOVE "DR" TO WS-TRAN-TYPE
959368     MOVE WS-LEGAL-FEE TO WS-POST-AMOUNT
959368     MOVE "LEGAL PROCESSING FEE" TO WS-POST-DESC
959369     MOVE "LGFE" TO WS-TRAN-CODE
959369     CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
959370         WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
959370         LS-USERNAME WS-POST-DESC WS-TRAN-CODE
959371     MOVE WS-LEGAL-FEE TO LO-FEE-AMOUNT
959371     MOVE ACCT-NUMBER TO LO-FEE-ACCT
959372     DISPLAY "Legal processing fee " WS-LEGAL-FEE
959372         " charged to " ACCT-NUMBER
959373     EXIT.
959373 LIST-OPEN-ORDERS.
959374     MOVE 0 TO WS-OPEN-COUNT
959374     OPEN INPUT LEGAL-ORDER-FILE
959375     IF WS-LO-FILE-STATUS NOT = "00"
959375         DISPLAY "No legal orders on file."
959376     ELSE
959376         DISPLAY "ORDER    TYPE       CUST   ANSWER BY REMIT ON"
959377             "  HELD"
959377         MOVE 'N' TO WS-LO-EOF
959378         PERFORM UNTIL WS-LO-EOF = 'Y'
959378             READ LEGAL-ORDER-FILE NEXT RECORD
959379                 AT END
959379                     MOVE 'Y' TO WS-LO-EOF
959380                 NOT AT END
959380                     IF LO-STATUS = 'O'
959381                         ADD 1 TO WS-OPEN-COUNT
959381                         PERFORM FORMAT-ORDER-TYPE
959382                         MOVE LO-HELD-AMOUNT TO WS-HELD-DISP
959382                         DISPLAY LO-ID " " WS-TYPE-TEXT " "
959383                             LO-CUST-ID " " LO-ANSWER-DATE "  "
959383                             LO-MATURITY-DATE WS-HELD-DISP
959384                     END-IF
959384             END-READ
959385         END-PERFORM
959385         CLOSE LEGAL-ORDER-FILE
959386         DISPLAY "Open legal orders: " WS-OPEN-COUNT
959386     END-IF
959387     EXIT.
959387 FORMAT-ORDER-TYPE.
959388     EVALUATE LO-TYPE
959388         WHEN 'G'
959389             MOVE "GARNISHMNT" TO WS-TYPE-TEXT
959389         WHEN 'L'
959390             MOVE "TAX LEVY" TO WS-TYPE-TEXT
959390         WHEN OTHER
959391             MOVE "FREEZE" TO WS-TYPE-TEXT
959391     END-EVALUATE
959392     EVALUATE LO-STATUS
959392         WHEN 'O'
959393             MOVE "OPEN" TO WS-STATUS-TEXT
959393         WHEN 'R'
959394             MOVE "REMITTED" TO WS-STATUS-TEXT
959394         WHEN OTHER
959395             MOVE "RELEASED" TO WS-STATUS-TEXT
959395     END-EVALUATE
959396     EXIT.
959396 READ-LEGAL-ORDER.
959397*Common prompt for the order actions: reads the order entered and
959397*leaves LEGAL-ORDER-FILE open I-O.
959398     MOVE 'N' TO WS-LO-FOUND
959398     PERFORM OPEN-ORDER-IO
959399     DISPLAY "Legal order ID: " WITH NO ADVANCING
959399     ACCEPT WS-ORDER-ID
959400     MOVE WS-ORDER-ID TO LO-ID
959400     READ LEGAL-ORDER-FILE
959401         INVALID KEY
959401             DISPLAY "Legal order not found."
959402         NOT INVALID KEY
959402             MOVE 'Y' TO WS-LO-FOUND
959403     END-READ
959403     EXIT.
959404 SHOW-ORDER.
959404     PERFORM READ-LEGAL-ORDER
959405     IF WS-LO-FOUND = 'Y'
959405         PERFORM FORMAT-ORDER-TYPE
959406         DISPLAY "Order        : " LO-ID " " WS-TYPE-TEXT " "
959406             WS-STATUS-TEXT
959407         DISPLAY "Authority    : " LO-AUTHORITY
959407         DISPLAY "Case ref     : " LO-CASE-REF
959408         DISPLAY "Debtor       : " LO-CUST-ID
959408         MOVE LO-AMOUNT-DEMANDED TO WS-AMOUNT-DISP
959409         DISPLAY "Demanded     : " WS-AMOUNT-DISP
959409         MOVE LO-EXEMPT-AMOUNT TO WS-AMOUNT-DISP
959410         DISPLAY "Exempt       : " WS-AMOUNT-DISP
959410         MOVE LO-HELD-AMOUNT TO WS-AMOUNT-DISP
959411         DISPLAY "Held         : " WS-AMOUNT-DISP
959411         IF LO-STATUS = 'R'
959412             MOVE LO-REMIT-AMOUNT TO WS-AMOUNT-DISP
959412             DISPLAY "Remitted     : " WS-AMOUNT-DISP
959413                 " on " LO-CLOSE-DATE
959413         END-IF
959414         DISPLAY "Served       : " LO-SERVED-DATE
959414         DISPLAY "Answer by    : " LO-ANSWER-DATE
959415         IF LO-LETTER-DATE > 0
959415             DISPLAY "Answered     : " LO-LETTER-DATE
959416         ELSE
959416             DISPLAY "Answered     : letter not yet printed"
959417         END-IF
959417         IF LO-TYPE NOT = 'F'
959418             DISPLAY "Remit on     : " LO-MATURITY-DATE
959418                 " to payee " LO-PAYEE-ID
959419         END-IF
959419         IF LO-FEE-AMOUNT > 0
959420             DISPLAY "Fee charged  : " LO-FEE-AMOUNT
959420                 " to " LO-FEE-ACCT
959421         END-IF
959421         PERFORM LIST-ORDER-ACCOUNTS
959422     END-IF
959422     CLOSE LEGAL-ORDER-FILE
959423     EXIT.
959423 LIST-ORDER-ACCOUNTS.
959424     PERFORM OPEN-LEGAL-ACCOUNT-IO
959424     MOVE 'N' TO WS-LA-EOF
959425     MOVE LO-ID TO LA-ORDER-ID
959425     MOVE 0 TO LA-ACCT-NUMBER
959426     START LEGAL-ACCOUNT-FILE KEY IS >= LA-KEY
959426         INVALID KEY
959427             MOVE 'Y' TO WS-LA-EOF
959427             DISPLAY "No accounts recorded on the order."
959428     END-START
959428     PERFORM UNTIL WS-LA-EOF = 'Y'
959429         READ LEGAL-ACCOUNT-FILE NEXT RECORD
959429             AT END
959430                 MOVE 'Y' TO WS-LA-EOF
959430             NOT AT END
959431                 IF LA-ORDER-ID NOT = LO-ID
959431                     MOVE 'Y' TO WS-LA-EOF
959432                 ELSE
959432                     PERFORM FORMAT-ACCOUNT-STATUS
959433                     MOVE LA-HELD-AMOUNT TO WS-HELD-DISP
959433                     DISPLAY "  " LA-ACCT-NUMBER " " LA-ACCT-TYPE
959434                         " " WS-LA-STATUS-TEXT WS-HELD-DISP
959434                 END-IF
959435         END-READ
959435     END-PERFORM
959436     CLOSE LEGAL-ACCOUNT-FILE
959436     EXIT.
959437 FORMAT-ACCOUNT-STATUS.
959437     EVALUATE LA-STATUS
959438         WHEN 'H'
959438             MOVE "HELD" TO WS-LA-STATUS-TEXT
959439         WHEN 'R'
959439             MOVE "REMITTED" TO WS-LA-STATUS-TEXT
959440         WHEN 'X'
959440             MOVE "RELEASED" TO WS-LA-STATUS-TEXT
959441         WHEN OTHER
959441             MOVE "NO FUNDS" TO WS-LA-STATUS-TEXT
959442     END-EVALUATE
959442     EXIT.
959443 UPDATE-ORDER.
959443*An amended order or an extension from the authority moves the
959444*dates or the payee; the holds themselves are not recalculated.
959444     PERFORM READ-LEGAL-ORDER
959445     IF WS-LO-FOUND = 'Y'
959445         IF LO-STATUS NOT = 'O'
959446             DISPLAY "Legal order is no longer open."
959446         ELSE
959447             MOVE 'Y' TO WS-ORDER-OK
959447             DISPLAY "Answer deadline " LO-ANSWER-DATE
959448                 " (0=keep): " WITH NO ADVANCING
959448             ACCEPT WS-INPUT-DATE
959449             IF WS-INPUT-DATE > 0
959449                 MOVE WS-INPUT-DATE TO LO-ANSWER-DATE
959450             END-IF
959450             IF LO-TYPE NOT = 'F'
959451                 PERFORM UPDATE-REMIT-DETAILS
959451             END-IF
959452             IF WS-ORDER-OK = 'Y'
959452                 REWRITE LEGAL-ORDER-RECORD
959453                     INVALID KEY
959453                         DISPLAY "Update failed."
959454                     NOT INVALID KEY
959454                         DISPLAY ">>> Legal order updated."
959455                 END-REWRITE
959455             ELSE
959456                 DISPLAY "Nothing changed."
959456             END-IF
959457         END-IF
959457     END-IF
959458     CLOSE LEGAL-ORDER-FILE
959458     EXIT.
959459 UPDATE-REMIT-DETAILS.
959459     DISPLAY "Remit on " LO-MATURITY-DATE " (0=keep): "
959460         WITH NO ADVANCING
959460     ACCEPT WS-INPUT-DATE
959461     IF WS-INPUT-DATE > 0
959461         IF WS-INPUT-DATE NOT > LO-SERVED-DATE
959462             DISPLAY "Maturity date must be after the date"
959462                 " served."
959463             MOVE 'N' TO WS-ORDER-OK
959463         ELSE
959464             MOVE WS-INPUT-DATE TO LO-MATURITY-DATE
959464         END-IF
959465     END-IF
959465     DISPLAY "Remit-to payee " LO-PAYEE-ID " (0=keep): "
959466         WITH NO ADVANCING
959466     ACCEPT WS-INPUT-PAYEE
959467     IF WS-INPUT-PAYEE > 0 AND WS-ORDER-OK = 'Y'
959467         PERFORM CHECK-REMIT-PAYEE
959468         IF WS-RECORD-FOUND = 'Y'
959468             MOVE WS-INPUT-PAYEE TO LO-PAYEE-ID
959469         ELSE
959469             MOVE 'N' TO WS-ORDER-OK
959470         END-IF
959470     END-IF
959471     EXIT.
959471 RELEASE-ORDER.
959472*A satisfied, withdrawn or vacated order releases every hold it
959472*placed and closes without payment.
959473     PERFORM READ-LEGAL-ORDER
959473     IF WS-LO-FOUND = 'Y'
959474         IF LO-STATUS NOT = 'O'
959474             DISPLAY "Legal order is no longer open."
959475         ELSE
959475             DISPLAY "Release reason: " WITH NO ADVANCING
959476             ACCEPT WS-RELEASE-NOTE
959476             IF WS-RELEASE-NOTE = SPACES
959477                 DISPLAY "A release reason is required."
959477             ELSE
959478                 PERFORM RELEASE-ORDER-HOLDS
959478                 MOVE 'X' TO LO-STATUS
959479                 ACCEPT LO-CLOSE-DATE FROM DATE YYYYMMDD
959479                 REWRITE LEGAL-ORDER-RECORD
959480                     INVALID KEY
959480                         DISPLAY "Release failed."
959481                     NOT INVALID KEY
959481                         DISPLAY ">>> Legal order released."
959482                         DISPLAY "Holds released: " WS-HELD-COUNT
959482                 END-REWRITE
959483             END-IF
959483         END-IF
959484     END-IF
959484     CLOSE LEGAL-ORDER-FILE
959485     EXIT.
959485 RELEASE-ORDER-HOLDS.
959486     MOVE 0 TO WS-HELD-COUNT
959486     PERFORM OPEN-LEGAL-ACCOUNT-IO
959487     PERFORM OPEN-HOLD-IO
959487     MOVE 'N' TO WS-LA-EOF
959488     MOVE LO-ID TO LA-ORDER-ID
959488     MOVE 0 TO LA-ACCT-NUMBER
959489     START LEGAL-ACCOUNT-FILE KEY IS >= LA-KEY
959489         INVALID KEY
959490             MOVE 'Y' TO WS-LA-EOF
959490     END-START
959491     PERFORM UNTIL WS-LA-EOF = 'Y'
959491         READ LEGAL-ACCOUNT-FILE NEXT RECORD
959492             AT END
959492                 MOVE 'Y' TO WS-LA-EOF
959493             NOT AT END
959493                 IF LA-ORDER-ID NOT = LO-ID
959494                     MOVE 'Y' TO WS-LA-EOF
959494                 ELSE
959495                     IF LA-STATUS = 'H'
959495                         PERFORM RELEASE-ACCOUNT-HOLD
959496                     END-IF
959496                 END-IF
959497         END-READ
959497     END-PERFORM
959498     CLOSE ACCOUNT-HOLD-FILE
959498     CLOSE LEGAL-ACCOUNT-FILE
959499     EXIT.
959499 RELEASE-ACCOUNT-HOLD.
959500     MOVE LA-HOLD-ID TO HOLD-ID
959500     READ ACCOUNT-HOLD-FILE
959501         INVALID KEY
959501             CONTINUE
959502         NOT INVALID KEY
959502             IF HOLD-STATUS = 'A'
959503                 MOVE 'R' TO HOLD-STATUS
959503                 REWRITE HOLD-RECORD
959504                     INVALID KEY
959504                         DISPLAY "Hold " HOLD-ID
959505                             " release failed."
959505                 END-REWRITE
959506             END-IF
959506     END-READ
959507     MOVE 'X' TO LA-STATUS
959507     REWRITE LEGAL-ACCOUNT-RECORD
959508         INVALID KEY
959508             DISPLAY "Order account update failed."
959509         NOT INVALID KEY
959509             ADD 1 TO WS-HELD-COUNT
959510             MOVE LA-ACCT-NUMBER TO ACCT-NUMBER
959510             MOVE "LEGAL-HOLD" TO AH-FIELD-NAME
959511             MOVE LA-HOLD-ID TO AH-OLD-VALUE
959511             MOVE WS-RELEASE-NOTE TO AH-NEW-VALUE
959512             PERFORM WRITE-ACCT-HISTORY
959512     END-REWRITE
959513     EXIT.
959513 REPRINT-LETTER.
959514     PERFORM READ-LEGAL-ORDER
959514     IF WS-LO-FOUND = 'Y'
959515         MOVE 0 TO LO-LETTER-DATE
959515         REWRITE LEGAL-ORDER-RECORD
959516             INVALID KEY
959516                 DISPLAY "Update failed."
959517             NOT INVALID KEY
959517                 DISPLAY ">>> Answer letter will reprint in"
959518                     " tonight's run."
959518         END-REWRITE
959519     END-IF
959519     CLOSE LEGAL-ORDER-FILE
959520     EXIT.
959520 WRITE-ACCT-HISTORY.
959521     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
959521     ACCEPT WS-TIME-PART FROM TIME
959522     MOVE ACCT-NUMBER TO AH-ACCT-NUMBER
959522     MOVE LS-USERNAME TO AH-OPERATOR
959523     COMPUTE AH-TIMESTAMP =
959523         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
959524     OPEN EXTEND ACCT-HISTORY-FILE
959524     WRITE ACCT-HISTORY-RECORD
959525     CLOSE ACCT-HISTORY-FILE
959525     EXIT.
