975001 IDENTIFICATION DIVISION.
975001 PROGRAM-ID. SAFE_DEPOSIT_MAINT.
975002 AUTHOR. ELYZ.
975002 ENVIRONMENT DIVISION.
975003 INPUT-OUTPUT SECTION.
975003 FILE-CONTROL.
975004     SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO "SDBOX.DAT"
975004         ORGANIZATION IS INDEXED
975005         ACCESS MODE IS DYNAMIC
975005         RECORD KEY IS SDB-KEY
975006         FILE STATUS IS WS-SDB-FILE-STATUS.
975006     SELECT SAFE-DEPOSIT-SIZE-FILE ASSIGN TO "SDBSIZE.DAT"
975007         ORGANIZATION IS INDEXED
975007         ACCESS MODE IS DYNAMIC
975008         RECORD KEY IS SDZ-SIZE
975008         FILE STATUS IS WS-SDZ-FILE-STATUS.
975009     SELECT SAFE-DEPOSIT-ACCESS-FILE ASSIGN TO "SDBACCES.DAT"
975009         ORGANIZATION IS LINE SEQUENTIAL
975010         FILE STATUS IS WS-SDA-FILE-STATUS.
975010     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCH.DAT"
975011         ORGANIZATION IS INDEXED
975011         ACCESS MODE IS DYNAMIC
975012         RECORD KEY IS BR-NUMBER
975012         FILE STATUS IS WS-BR-FILE-STATUS.
975013     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
975013         ORGANIZATION IS INDEXED
975014         ACCESS MODE IS DYNAMIC
975014         RECORD KEY IS CUST-ID
975015         FILE STATUS IS WS-CUST-FILE-STATUS.
975015     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
975016         ORGANIZATION IS INDEXED
975016         ACCESS MODE IS DYNAMIC
975017         RECORD KEY IS ACCT-NUMBER
975017         FILE STATUS IS WS-ACCT-FILE-STATUS.
975018 DATA DIVISION.
975018 FILE SECTION.
975019 FD  SAFE-DEPOSIT-BOX-FILE.
975019     COPY SDBXREC.
975020 FD  SAFE-DEPOSIT-SIZE-FILE.
975020     COPY SDBZREC.
975021 FD  SAFE-DEPOSIT-ACCESS-FILE.
975021     COPY SDBAREC.
975022 FD  BRANCH-MASTER-FILE.
975022     COPY BRCHREC.
975023 FD  CUSTOMER-MASTER-FILE.
975023     COPY CUSTREC.
975024 FD  ACCOUNT-MASTER-FILE.
975024     COPY ACCTREC.
975025 WORKING-STORAGE SECTION.
975025 01  WS-MENU-OPTION          PIC 99 VALUE 0.
975026 01  WS-SDB-FILE-STATUS      PIC XX VALUE "00".
975026 01  WS-SDZ-FILE-STATUS      PIC XX VALUE "00".
975027 01  WS-SDA-FILE-STATUS      PIC XX VALUE "00".
975027 01  WS-BR-FILE-STATUS       PIC XX VALUE "00".
975028 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
975028 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
975029 01  WS-SDB-EOF              PIC X VALUE 'N'.
975029 01  WS-SDZ-EOF              PIC X VALUE 'N'.
975030 01  WS-SDA-EOF              PIC X VALUE 'N'.
975030 01  WS-BRANCH-OK            PIC X VALUE 'N'.
975031 01  WS-BOX-FOUND            PIC X VALUE 'N'.
975031 01  WS-SIZE-FOUND           PIC X VALUE 'N'.
975032 01  WS-CUST-OK              PIC X VALUE 'N'.
975032 01  WS-RENTER-OK            PIC X VALUE 'N'.
975033 01  WS-ACCT-OK              PIC X VALUE 'N'.
975033 01  WS-OWNER-FLAG           PIC X VALUE 'N'.
975034 01  WS-CONFIRM-FLG          PIC X.
975034 01  WS-UP-ROLE              PIC X(10).
975035 01  WS-XL-PROGRAM-NAME      PIC X(20).
975035 01  WS-XL-MESSAGE           PIC X(50).
975036 01  WS-TODAY                PIC 9(8).
975036 01  WS-NOW-TIME             PIC 9(8).
975037 01  WS-BRANCH-NUM           PIC 9(3).
975037 01  WS-BOX-NUM              PIC 9(5).
975038 01  WS-FIRST-BOX            PIC 9(5).
975038 01  WS-BOX-COUNT            PIC 9(3).
975039 01  WS-ADDED-COUNT          PIC 9(3) VALUE 0.
975039 01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
975040 01  WS-VACANT-COUNT         PIC 9(5) VALUE 0.
975040 01  WS-RENTED-COUNT         PIC 9(5) VALUE 0.
975041 01  WS-SIZE-IN              PIC X(2).
975041 01  WS-CUST-IN              PIC 9(6).
975042 01  WS-RENTER-IN            PIC 9(6).
975042 01  WS-CO-RENTER-IN         PIC 9(6) OCCURS 2.
975043 01  WS-CO-IX                PIC 9.
975043 01  WS-ACCT-IN              PIC 9(8).
975044 01  WS-RENT-IN              PIC 9(5)V99.
975044 01  WS-VALUE-IN             PIC 9(9)V99.
975045 01  WS-DESCRIPTION-IN       PIC X(20).
975045 01  WS-CONTENTS-IN          PIC X(60).
975046 01  WS-NEW-PAID-TO          PIC 9(8).
975046 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
975047 01  WS-AVAILABLE-BAL        PIC S9(9)V99 COMP-3.
975047 01  WS-TRAN-TYPE            PIC X(2) VALUE "DR".
975048 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
975048 01  WS-POST-DESC            PIC X(30) VALUE
975049     "SAFE DEPOSIT BOX RENT".
975049 01  WS-TRAN-CODE            PIC X(4) VALUE "SDBR".
975050 01  WS-RENT-PAID            PIC X VALUE 'N'.
975050 01  WS-PRODUCT-FOUND        PIC X.
975051     COPY PRODREC.
975051 01  WS-RENT-DISP            PIC ZZ,ZZ9.99.
975052 01  WS-VALUE-DISP           PIC ZZZ,ZZZ,ZZ9.99.
975052 01  WS-STATUS-TEXT          PIC X(10).
975053 01  WS-LOG-ACTION           PIC X(8).
975053 01  WS-LOG-CUST             PIC 9(6).
975054 01  WS-LOG-NOTE             PIC X(40).
975054 01  WS-LIST-LINE.
975055     05  LL-BOX-NUMBER           PIC 9(5).
975055     05  FILLER                  PIC X(2) VALUE SPACES.
975056     05  LL-SIZE                 PIC X(2).
975056     05  FILLER                  PIC X(2) VALUE SPACES.
975057     05  LL-STATUS               PIC X(10).
975057     05  FILLER                  PIC X(1) VALUE SPACES.
975058     05  LL-RENTER               PIC Z(5)9 BLANK WHEN ZERO.
975058     05  FILLER                  PIC X(2) VALUE SPACES.
975059     05  LL-PAID-TO              PIC Z(7)9 BLANK WHEN ZERO.
975059     05  FILLER                  PIC X(1) VALUE SPACES.
975060     05  LL-AMOUNT-DUE           PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
975060     05  FILLER                  PIC X(2) VALUE SPACES.
975061     05  LL-NOTE                 PIC X(10).
975061 01  WS-ACCESS-LINE.
975062     05  AL-DATE                 PIC 9(8).
975062     05  FILLER                  PIC X(1) VALUE SPACES.
975063     05  AL-TIME                 PIC 9(6).
975063     05  FILLER                  PIC X(1) VALUE SPACES.
975064     05  AL-ACTION               PIC X(8).
975064     05  FILLER                  PIC X(1) VALUE SPACES.
975065     05  AL-CUST                 PIC Z(5)9 BLANK WHEN ZERO.
975065     05  FILLER                  PIC X(1) VALUE SPACES.
975066     05  AL-OPERATOR             PIC X(12).
975066     05  FILLER                  PIC X(1) VALUE SPACES.
975067     05  AL-NOTE                 PIC X(30).
975067 LINKAGE SECTION.
975068 01  LS-USERNAME             PIC X(20).
975068 01  LS-ROLE                 PIC X(10).
975069 PROCEDURE DIVISION USING LS-USERNAME LS-ROLE.
975069 MAIN-PARA.
975070     MOVE 0 TO WS-MENU-OPTION
975070     PERFORM UNTIL WS-MENU-OPTION = 10
975071         PERFORM DISPLAY-HEADER
975071         PERFORM DISPLAY-MENU
975072         PERFORM PROCESS-OPTION
975072     END-PERFORM
975073     GOBACK.
975073 DISPLAY-HEADER.
975074     DISPLAY "+---------------------------------+".
975074     DISPLAY "|       SAFE DEPOSIT BOXES        |".
975075     DISPLAY "+---------------------------------+".
975075     EXIT.
975076 DISPLAY-MENU.
975076     DISPLAY "+---------------------------------+".
975077     DISPLAY "| 1. List boxes at a branch       |".
975077     DISPLAY "| 2. Show box and access history  |".
975078     DISPLAY "| 3. Rent a box                   |".
975078     DISPLAY "| 4. Record box entry             |".
975079     DISPLAY "| 5. Pay rent from an account     |".
975079     DISPLAY "| 6. Surrender a box              |".
975080     DISPLAY "| 7. Add boxes to inventory       |".
975080     DISPLAY "| 8. Box sizes and annual rent    |".
975081     DISPLAY "| 9. Record drilling of a box     |".
975081     DISPLAY "| 10. Go back                     |".
975082     DISPLAY "+---------------------------------+".
975082     DISPLAY "Select an option (1-10): " WITH NO ADVANCING
975083     ACCEPT WS-MENU-OPTION
975083     EXIT.
975084 PROCESS-OPTION.
975084     ACCEPT WS-TODAY FROM DATE YYYYMMDD
975085     EVALUATE WS-MENU-OPTION
975085         WHEN 1
975086             PERFORM LIST-BRANCH-BOXES
975086         WHEN 2
975087             PERFORM SHOW-BOX-HISTORY
975087         WHEN 3
975088             PERFORM RENT-BOX
975088         WHEN 4
975089             PERFORM RECORD-BOX-ENTRY
975089         WHEN 5
975090             PERFORM PAY-BOX-RENT
975090         WHEN 6
975091             PERFORM SURRENDER-BOX
975091         WHEN 7
975092             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
975092                 TO WS-UP-ROLE
975093             IF WS-UP-ROLE = "SUPERVISOR"
975093                 PERFORM ADD-BOXES
975094             ELSE
975094                 DISPLAY "Access denied - supervisor only."
975095                 MOVE "Access denied - add safe deposit boxes"
975095                     TO WS-XL-MESSAGE
975096                 PERFORM LOG-ACCESS-DENIED
975096             END-IF
975097         WHEN 8
975097             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
975098                 TO WS-UP-ROLE
975098             IF WS-UP-ROLE = "SUPERVISOR"
975099                 PERFORM MAINTAIN-BOX-SIZES
975099             ELSE
975100                 DISPLAY "Access denied - supervisor only."
975100                 MOVE "Access denied - box sizes and rent"
975101                     TO WS-XL-MESSAGE
975101                 PERFORM LOG-ACCESS-DENIED
975102             END-IF
975102         WHEN 9
975103             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
975103                 TO WS-UP-ROLE
975104             IF WS-UP-ROLE = "SUPERVISOR"
975104                 PERFORM RECORD-DRILLING
975105             ELSE
975105                 DISPLAY "Access denied - supervisor only."
975106                 MOVE "Access denied - box drilling"
975106                     TO WS-XL-MESSAGE
975107                 PERFORM LOG-ACCESS-DENIED
975107             END-IF
975108         WHEN 10
975108             DISPLAY ">>> Returning to previous menu..."
975109         WHEN OTHER
975109             DISPLAY "Invalid option. Please try again."
975110     END-EVALUATE
975110     EXIT.
975111 LOG-ACCESS-DENIED.
975111     MOVE "SAFE_DEPOSIT_MAINT" TO WS-XL-PROGRAM-NAME
975112     CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
975112         LS-USERNAME WS-XL-MESSAGE
975113     EXIT.
975113 OPEN-BOX-IO.
975114     OPEN I-O SAFE-DEPOSIT-BOX-FILE
975114     IF WS-SDB-FILE-STATUS = "35"
975115         OPEN OUTPUT SAFE-DEPOSIT-BOX-FILE
975115         CLOSE SAFE-DEPOSIT-BOX-FILE
975116         OPEN I-O SAFE-DEPOSIT-BOX-FILE
975116     END-IF
975117     EXIT.
975117 OPEN-SIZE-IO.
975118     OPEN I-O SAFE-DEPOSIT-SIZE-FILE
975118     IF WS-SDZ-FILE-STATUS = "35"
975119         OPEN OUTPUT SAFE-DEPOSIT-SIZE-FILE
975119         CLOSE SAFE-DEPOSIT-SIZE-FILE
975120         OPEN I-O SAFE-DEPOSIT-SIZE-FILE
975120         PERFORM SEED-BOX-SIZES
975121     END-IF
975121     EXIT.
975122 SEED-BOX-SIZES.
975122*Standard sizes and rents until the table is maintained.
975123     MOVE LS-USERNAME TO SDZ-CHANGED-BY
975123     MOVE WS-TODAY TO SDZ-CHANGED-DATE
975124     MOVE "S" TO SDZ-SIZE
975124     MOVE "SMALL 3X5" TO SDZ-DESCRIPTION
975125     MOVE 75.00 TO SDZ-ANNUAL-RENT
975125     WRITE SAFE-DEPOSIT-SIZE-RECORD
975126     MOVE "M" TO SDZ-SIZE
975126     MOVE "MEDIUM 5X10" TO SDZ-DESCRIPTION
975127     MOVE 125.00 TO SDZ-ANNUAL-RENT
975127     WRITE SAFE-DEPOSIT-SIZE-RECORD
975128     MOVE "L" TO SDZ-SIZE
975128     MOVE "LARGE 10X10" TO SDZ-DESCRIPTION
975129     MOVE 200.00 TO SDZ-ANNUAL-RENT
975129     WRITE SAFE-DEPOSIT-SIZE-RECORD
975130     MOVE "XL" TO SDZ-SIZE
975130     MOVE "EXTRA LARGE 10X15" TO SDZ-DESCRIPTION
975131     MOVE 300.00 TO SDZ-ANNUAL-RENT
975131     WRITE SAFE-DEPOSIT-SIZE-RECORD
975132     EXIT.
975132 READ-BOX-SIZE.
975133     MOVE 'N' TO WS-SIZE-FOUND
975133     PERFORM OPEN-SIZE-IO
975134     MOVE WS-SIZE-IN TO SDZ-SIZE
975134     READ SAFE-DEPOSIT-SIZE-FILE
975135         INVALID KEY
975135             DISPLAY "Box size " WS-SIZE-IN
975136                 " is not in the size table."
975136         NOT INVALID KEY
975137             MOVE 'Y' TO WS-SIZE-FOUND
975137     END-READ
975138     CLOSE SAFE-DEPOSIT-SIZE-FILE
975138     EXIT.
975139 ACCEPT-BRANCH.
975139*Boxes are kept only for branches on the branch master.
975140     MOVE 'N' TO WS-BRANCH-OK
975140     DISPLAY "Branch number: " WITH NO ADVANCING
975141     ACCEPT WS-BRANCH-NUM
975141     OPEN INPUT BRANCH-MASTER-FILE
975142     IF WS-BR-FILE-STATUS = "00"
975142         MOVE WS-BRANCH-NUM TO BR-NUMBER
975143         READ BRANCH-MASTER-FILE
975143             INVALID KEY
975144                 DISPLAY "Branch not on the branch master."
975144             NOT INVALID KEY
975145                 MOVE 'Y' TO WS-BRANCH-OK
975145                 DISPLAY "Branch   : " WS-BRANCH-NUM " " BR-NAME
975146         END-READ
975146         CLOSE BRANCH-MASTER-FILE
975147     ELSE
975147         DISPLAY "Branch master file is not available."
975148     END-IF
975148     EXIT.
975149 ACCEPT-BOX.
975149*The box file is open I-O by the caller.
975150     MOVE 'N' TO WS-BOX-FOUND
975150     PERFORM ACCEPT-BRANCH
975151     IF WS-BRANCH-OK = 'Y'
975151         DISPLAY "Box number: " WITH NO ADVANCING
975152         ACCEPT WS-BOX-NUM
975152         MOVE WS-BRANCH-NUM TO SDB-BRANCH
975153         MOVE WS-BOX-NUM TO SDB-BOX-NUMBER
975153         READ SAFE-DEPOSIT-BOX-FILE
975154             INVALID KEY
975154                 DISPLAY "Box " WS-BOX-NUM
975155                     " is not on the branch inventory."
975155             NOT INVALID KEY
975156                 MOVE 'Y' TO WS-BOX-FOUND
975156         END-READ
975157     END-IF
975157     EXIT.
975158 SET-STATUS-TEXT.
975158     EVALUATE SDB-STATUS
975159         WHEN 'V'
975159             MOVE "VACANT" TO WS-STATUS-TEXT
975160         WHEN 'R'
975160             MOVE "RENTED" TO WS-STATUS-TEXT
975161         WHEN 'D'
975161             MOVE "DRILLED" TO WS-STATUS-TEXT
975162         WHEN 'X'
975162             MOVE "OUT OF SVC" TO WS-STATUS-TEXT
975163         WHEN OTHER
975163             MOVE SDB-STATUS TO WS-STATUS-TEXT
975164     END-EVALUATE
975164     EXIT.
975165 READ-CUSTOMER.
975165     MOVE 'N' TO WS-CUST-OK
975166     OPEN INPUT CUSTOMER-MASTER-FILE
975166     IF WS-CUST-FILE-STATUS NOT = "00"
975167         DISPLAY "Customer master file is not available."
975167     ELSE
975168         MOVE WS-CUST-IN TO CUST-ID
975168         READ CUSTOMER-MASTER-FILE
975169             INVALID KEY
975169                 DISPLAY "Customer " WS-CUST-IN " not found."
975170             NOT INVALID KEY
975170                 MOVE 'Y' TO WS-CUST-OK
975171         END-READ
975171         CLOSE CUSTOMER-MASTER-FILE
975172     END-IF
975172     EXIT.
975173 SHOW-CUSTOMER-NAME.
975173     IF WS-CUST-IN NOT = 0
975174         PERFORM READ-CUSTOMER
975174         IF WS-CUST-OK = 'Y'
975175             DISPLAY "           " CUST-ID " "
975175                 FUNCTION TRIM(CUST-FIRST-NAME) " "
975176                 FUNCTION TRIM(CUST-LAST-NAME)
975176         END-IF
975177     END-IF
975177     EXIT.
975178 SHOW-BOX-DETAIL.
975178     PERFORM SET-STATUS-TEXT
975179     DISPLAY "Box      : " SDB-BRANCH "-" SDB-BOX-NUMBER
975179         "  size " SDB-SIZE "  " WS-STATUS-TEXT
975180     IF SDB-STATUS = 'R' OR SDB-STATUS = 'D'
975180         DISPLAY "Renters  :"
975181         MOVE SDB-RENTER-CUST TO WS-CUST-IN
975181         PERFORM SHOW-CUSTOMER-NAME
975182         MOVE SDB-CO-RENTER-CUST(1) TO WS-CUST-IN
975182         PERFORM SHOW-CUSTOMER-NAME
975183         MOVE SDB-CO-RENTER-CUST(2) TO WS-CUST-IN
975183         PERFORM SHOW-CUSTOMER-NAME
975184         MOVE SDB-ANNUAL-RENT TO WS-RENT-DISP
975184         DISPLAY "Rented   : " SDB-RENT-START
975185             "  annual rent " WS-RENT-DISP
975185         DISPLAY "Paid to  : " SDB-PAID-TO-DATE
975186         IF SDB-BILL-ACCT = 0
975186             DISPLAY "Rent     : billed to the renter"
975187         ELSE
975187             DISPLAY "Rent     : debited from " SDB-BILL-ACCT
975188         END-IF
975188         IF SDB-AMOUNT-DUE > 0
975189             MOVE SDB-AMOUNT-DUE TO WS-RENT-DISP
975189             DISPLAY "Rent due : " WS-RENT-DISP " since "
975190                 SDB-DUE-DATE "  grace to " SDB-DELINQ-DATE
975190         END-IF
975191     END-IF
975191     IF SDB-STATUS = 'D'
975192         MOVE SDB-CONTENTS-VALUE TO WS-VALUE-DISP
975192         DISPLAY "Drilled  : " SDB-DRILL-DATE "  value "
975193             WS-VALUE-DISP
975193         DISPLAY "Contents : " FUNCTION TRIM(SDB-CONTENTS)
975194     END-IF
975194     EXIT.
975195 WRITE-ACCESS-LOG.
975195     MOVE SDB-BRANCH TO SDA-BRANCH
975196     MOVE SDB-BOX-NUMBER TO SDA-BOX-NUMBER
975196     ACCEPT SDA-DATE FROM DATE YYYYMMDD
975197     ACCEPT WS-NOW-TIME FROM TIME
975197     COMPUTE SDA-TIME = WS-NOW-TIME / 100
975198     MOVE WS-LOG-CUST TO SDA-CUST-ID
975198     MOVE WS-LOG-ACTION TO SDA-ACTION
975199     MOVE LS-USERNAME TO SDA-OPERATOR
975199     MOVE WS-LOG-NOTE TO SDA-NOTE
975200     OPEN EXTEND SAFE-DEPOSIT-ACCESS-FILE
975200     IF WS-SDA-FILE-STATUS = "35"
975201         OPEN OUTPUT SAFE-DEPOSIT-ACCESS-FILE
975201     END-IF
975202     WRITE SAFE-DEPOSIT-ACCESS-RECORD
975202     CLOSE SAFE-DEPOSIT-ACCESS-FILE
975203     EXIT.
975203 LIST-BRANCH-BOXES.
975204     PERFORM ACCEPT-BRANCH
975204     IF WS-BRANCH-OK = 'Y'
975205         PERFORM OPEN-BOX-IO
975205         MOVE 0 TO WS-LIST-COUNT
975206         MOVE 0 TO WS-VACANT-COUNT
975206         MOVE 0 TO WS-RENTED-COUNT
975207         MOVE 'N' TO WS-SDB-EOF
975207         MOVE WS-BRANCH-NUM TO SDB-BRANCH
975208         MOVE 0 TO SDB-BOX-NUMBER
975208         START SAFE-DEPOSIT-BOX-FILE KEY IS >= SDB-KEY
975209             INVALID KEY
975209                 MOVE 'Y' TO WS-SDB-EOF
975210         END-START
975210         DISPLAY "BOX    SZ  STATUS     RENTER  PAID TO       "
975211             "RENT DUE"
975211         PERFORM UNTIL WS-SDB-EOF = 'Y'
975212             READ SAFE-DEPOSIT-BOX-FILE NEXT RECORD
975212                 AT END
975213                     MOVE 'Y' TO WS-SDB-EOF
975213                 NOT AT END
975214                     IF SDB-BRANCH NOT = WS-BRANCH-NUM
975214                         MOVE 'Y' TO WS-SDB-EOF
975215                     ELSE
975215                         PERFORM SHOW-LIST-LINE
975216                     END-IF
975216             END-READ
975217         END-PERFORM
975217         CLOSE SAFE-DEPOSIT-BOX-FILE
975218         IF WS-LIST-COUNT = 0
975218             DISPLAY "No boxes on the inventory for this branch."
975219         ELSE
975219             DISPLAY "Boxes: " WS-LIST-COUNT "  vacant: "
975220                 WS-VACANT-COUNT "  rented: " WS-RENTED-COUNT
975220         END-IF
975221     END-IF
975221     EXIT.
975222 SHOW-LIST-LINE.
975222     ADD 1 TO WS-LIST-COUNT
975223     IF SDB-STATUS = 'V'
975223         ADD 1 TO WS-VACANT-COUNT
975224     END-IF
975224     IF SDB-STATUS = 'R'
975225         ADD 1 TO WS-RENTED-COUNT
975225     END-IF
975226     PERFORM SET-STATUS-TEXT
975226     MOVE SDB-BOX-NUMBER TO LL-BOX-NUMBER
975227     MOVE SDB-SIZE TO LL-SIZE
975227     MOVE WS-STATUS-TEXT TO LL-STATUS
975228     MOVE SDB-RENTER-CUST TO LL-RENTER
975228     MOVE SDB-PAID-TO-DATE TO LL-PAID-TO
975229     MOVE SDB-AMOUNT-DUE TO LL-AMOUNT-DUE
975229     MOVE SPACES TO LL-NOTE
975230     IF SDB-AMOUNT-DUE > 0
975230         IF SDB-DELINQ-DATE < WS-TODAY
975231             MOVE "DELINQUENT" TO LL-NOTE
975231         ELSE
975232             MOVE "BILLED" TO LL-NOTE
975232         END-IF
975233     END-IF
975233     DISPLAY WS-LIST-LINE
975234     EXIT.
975234 SHOW-BOX-HISTORY.
975235     PERFORM OPEN-BOX-IO
975235     PERFORM ACCEPT-BOX
975236     IF WS-BOX-FOUND = 'Y'
975236         PERFORM SHOW-BOX-DETAIL
975237         PERFORM LIST-ACCESS-LOG
975237     END-IF
975238     CLOSE SAFE-DEPOSIT-BOX-FILE
975238     EXIT.
975239 LIST-ACCESS-LOG.
975239     MOVE 0 TO WS-LIST-COUNT
975240     MOVE 'N' TO WS-SDA-EOF
975240     OPEN INPUT SAFE-DEPOSIT-ACCESS-FILE
975241     IF WS-SDA-FILE-STATUS NOT = "00"
975241         MOVE 'Y' TO WS-SDA-EOF
975242     END-IF
975242     DISPLAY "DATE     TIME   ACTION   CUST   OPERATOR     NOTE"
975243     PERFORM UNTIL WS-SDA-EOF = 'Y'
975243         READ SAFE-DEPOSIT-ACCESS-FILE
975244             AT END
975244                 MOVE 'Y' TO WS-SDA-EOF
975245             NOT AT END
975245                 IF SDA-BRANCH = SDB-BRANCH
975246                     AND SDA-BOX-NUMBER = SDB-BOX-NUMBER
975246                     ADD 1 TO WS-LIST-COUNT
975247                     MOVE SDA-DATE TO AL-DATE
975247                     MOVE SDA-TIME TO AL-TIME
975248                     MOVE SDA-ACTION TO AL-ACTION
975248                     MOVE SDA-CUST-ID TO AL-CUST
975249                     MOVE SDA-OPERATOR TO AL-OPERATOR
975249                     MOVE SDA-NOTE TO AL-NOTE
975250                     DISPLAY WS-ACCESS-LINE
975250                 END-IF
975251         END-READ
975251     END-PERFORM
975252     IF WS-SDA-FILE-STATUS = "00"
975252         CLOSE SAFE-DEPOSIT-ACCESS-FILE
975253     END-IF
975253     IF WS-LIST-COUNT = 0
975254         DISPLAY "No access log entries for this box."
975254     END-IF
975255     EXIT.
975255 RENT-BOX.
975256     PERFORM OPEN-BOX-IO
975256     PERFORM ACCEPT-BOX
975257     IF WS-BOX-FOUND = 'Y'
975257         IF SDB-STATUS NOT = 'V'
975258             PERFORM SET-STATUS-TEXT
975258             DISPLAY "Box is not vacant - " WS-STATUS-TEXT
975259         ELSE
975259             PERFORM ACCEPT-RENTAL
975260         END-IF
975260     END-IF
975261     CLOSE SAFE-DEPOSIT-BOX-FILE
975261     EXIT.
975262 ACCEPT-RENTAL.
975262     MOVE 'N' TO WS-RENTER-OK
975263     MOVE SDB-SIZE TO WS-SIZE-IN
975263     PERFORM READ-BOX-SIZE
975264     IF WS-SIZE-FOUND = 'Y'
975264         DISPLAY "Renter customer ID: " WITH NO ADVANCING
975265         ACCEPT WS-RENTER-IN
975265         MOVE WS-RENTER-IN TO WS-CUST-IN
975266         PERFORM CHECK-ACTIVE-CUSTOMER
975266         MOVE WS-CUST-OK TO WS-RENTER-OK
975267     END-IF
975267     MOVE 0 TO WS-CO-RENTER-IN(1)
975268     MOVE 0 TO WS-CO-RENTER-IN(2)
975268     MOVE 1 TO WS-CO-IX
975269     PERFORM UNTIL WS-RENTER-OK = 'N' OR WS-CO-IX > 2
975269         DISPLAY "Co-renter customer ID (0 = none): "
975270             WITH NO ADVANCING
975270         ACCEPT WS-CO-RENTER-IN(WS-CO-IX)
975271         IF WS-CO-RENTER-IN(WS-CO-IX) = 0
975271             MOVE 3 TO WS-CO-IX
975272         ELSE
975272             MOVE WS-CO-RENTER-IN(WS-CO-IX) TO WS-CUST-IN
975273             PERFORM CHECK-ACTIVE-CUSTOMER
975273             MOVE WS-CUST-OK TO WS-RENTER-OK
975274             ADD 1 TO WS-CO-IX
975274         END-IF
975275     END-PERFORM
975275     IF WS-RENTER-OK = 'Y'
975276         DISPLAY "Account to debit the rent from (0 = bill the"
975276             " renter): " WITH NO ADVANCING
975277         ACCEPT WS-ACCT-IN
975277         IF WS-ACCT-IN NOT = 0
975278             PERFORM CHECK-RENT-ACCOUNT
975278             MOVE WS-ACCT-OK TO WS-RENTER-OK
975279         END-IF
975279     END-IF
975280     IF WS-RENTER-OK = 'Y'
975280         MOVE SDZ-ANNUAL-RENT TO WS-RENT-DISP
975281         DISPLAY "Rent box " SDB-BOX-NUMBER " ("
975281             FUNCTION TRIM(SDZ-DESCRIPTION) ") to customer "
975282             WS-RENTER-IN
975282         DISPLAY "at an annual rent of " WS-RENT-DISP
975283             " (Y/N)? " WITH NO ADVANCING
975283         ACCEPT WS-CONFIRM-FLG
975284         IF WS-CONFIRM-FLG = 'Y' OR WS-CONFIRM-FLG = 'y'
975284             PERFORM RECORD-RENTAL
975285         ELSE
975285             DISPLAY "Nothing recorded."
975286         END-IF
975286     END-IF
975287     EXIT.
975287 CHECK-ACTIVE-CUSTOMER.
975288     PERFORM READ-CUSTOMER
975288     IF WS-CUST-OK = 'Y'
975289         IF CUST-STATUS NOT = 'A'
975289             DISPLAY "Customer " CUST-ID " is not active."
975290             MOVE 'N' TO WS-CUST-OK
975290         ELSE
975291             DISPLAY "           " CUST-ID " "
975291                 FUNCTION TRIM(CUST-FIRST-NAME) " "
975292                 FUNCTION TRIM(CUST-LAST-NAME)
975292         END-IF
975293     END-IF
975293     EXIT.
975294 CHECK-RENT-ACCOUNT.
975294*Rent is taken only from an open deposit account held by the
975295*renter or one of the co-renters.
975295     MOVE 'N' TO WS-ACCT-OK
975296     OPEN INPUT ACCOUNT-MASTER-FILE
975296     IF WS-ACCT-FILE-STATUS NOT = "00"
975297         DISPLAY "Account master file is not available."
975297     ELSE
975298         MOVE WS-ACCT-IN TO ACCT-NUMBER
975298         READ ACCOUNT-MASTER-FILE
975299             INVALID KEY
975299                 DISPLAY "Account " WS-ACCT-IN " not found."
975300             NOT INVALID KEY
975300                 PERFORM CHECK-RENT-ACCOUNT-RULES
975301         END-READ
975301         CLOSE ACCOUNT-MASTER-FILE
975302     END-IF
975302     EXIT.
975303 CHECK-RENT-ACCOUNT-RULES.
975303     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
975304         WS-PRODUCT-FOUND
975304     IF ACCT-STATUS NOT = 'O'
975305         DISPLAY "Account " ACCT-NUMBER " is not open."
975305     ELSE
975306     IF PRD-CHAN-STANDING NOT = 'Y'
975306         DISPLAY "Rent cannot be debited from a " ACCT-TYPE
975307             " account."
975307     ELSE
975308         MOVE WS-RENTER-IN TO WS-CUST-IN
975308         CALL "OWNER_CHECK" USING ACCT-NUMBER WS-CUST-IN
975309             WS-OWNER-FLAG
975309         IF WS-OWNER-FLAG NOT = 'Y'
975310             AND WS-CO-RENTER-IN(1) NOT = 0
975310             CALL "OWNER_CHECK" USING ACCT-NUMBER
975311                 WS-CO-RENTER-IN(1) WS-OWNER-FLAG
975311         END-IF
975312         IF WS-OWNER-FLAG NOT = 'Y'
975312             AND WS-CO-RENTER-IN(2) NOT = 0
975313             CALL "OWNER_CHECK" USING ACCT-NUMBER
975313                 WS-CO-RENTER-IN(2) WS-OWNER-FLAG
975314         END-IF
975314         IF WS-OWNER-FLAG = 'Y'
975315             MOVE 'Y' TO WS-ACCT-OK
975315         ELSE
975316             DISPLAY "Account " ACCT-NUMBER
975316                 " is not held by a renter of the box."
975317         END-IF
975317     END-IF
975318     END-IF
975318     EXIT.
975319 RECORD-RENTAL.
975319*The paid-to date starts at the rental date, so the first year's
975320*rent is billed in that night's run.
975320     MOVE 'R' TO SDB-STATUS
975321     MOVE WS-RENTER-IN TO SDB-RENTER-CUST
975321     MOVE WS-CO-RENTER-IN(1) TO SDB-CO-RENTER-CUST(1)
975322     MOVE WS-CO-RENTER-IN(2) TO SDB-CO-RENTER-CUST(2)
975322     MOVE WS-TODAY TO SDB-RENT-START
975323     MOVE SDZ-ANNUAL-RENT TO SDB-ANNUAL-RENT
975323     MOVE WS-TODAY TO SDB-PAID-TO-DATE
975324     MOVE WS-ACCT-IN TO SDB-BILL-ACCT
975324     MOVE 0 TO SDB-AMOUNT-DUE
975325     MOVE 0 TO SDB-DUE-DATE
975325     MOVE 0 TO SDB-DELINQ-DATE
975326     MOVE 0 TO SDB-LAST-BILL-DATE
975326     MOVE 0 TO SDB-DRILL-DATE
975327     MOVE SPACES TO SDB-CONTENTS
975327     MOVE 0 TO SDB-CONTENTS-VALUE
975328     MOVE LS-USERNAME TO SDB-CHANGED-BY
975328     MOVE WS-TODAY TO SDB-CHANGED-DATE
975329     REWRITE SAFE-DEPOSIT-BOX-RECORD
975329         INVALID KEY
975330             DISPLAY "Box rental could not be recorded."
975330         NOT INVALID KEY
975331             MOVE "RENTED" TO WS-LOG-ACTION
975331             MOVE SDB-RENTER-CUST TO WS-LOG-CUST
975332             MOVE SPACES TO WS-LOG-NOTE
975332             MOVE SDB-ANNUAL-RENT TO WS-RENT-DISP
975333             STRING "ANNUAL RENT " DELIMITED BY SIZE
975333                 WS-RENT-DISP DELIMITED BY SIZE
975334                 INTO WS-LOG-NOTE
975334             PERFORM WRITE-ACCESS-LOG
975335             DISPLAY ">>> Box " SDB-BOX-NUMBER " rented."
975335             DISPLAY "The first year's rent is billed in"
975336                 " tonight's run."
975336     END-REWRITE
975337     EXIT.
975337 RECORD-BOX-ENTRY.
975338*Only a renter or co-renter may sign for entry, and not while the
975338*rent is delinquent.
975339     PERFORM OPEN-BOX-IO
975339     PERFORM ACCEPT-BOX
975340     IF WS-BOX-FOUND = 'Y'
975340         IF SDB-STATUS NOT = 'R'
975341             PERFORM SET-STATUS-TEXT
975341             DISPLAY "Box is not rented - " WS-STATUS-TEXT
975342         ELSE
975342             DISPLAY "Customer signing the access card: "
975343                 WITH NO ADVANCING
975343             ACCEPT WS-CUST-IN
975344             IF WS-CUST-IN NOT = SDB-RENTER-CUST
975344                 AND WS-CUST-IN NOT = SDB-CO-RENTER-CUST(1)
975345                 AND WS-CUST-IN NOT = SDB-CO-RENTER-CUST(2)
975345                 OR WS-CUST-IN = 0
975346                 DISPLAY "Customer " WS-CUST-IN
975346                     " is not a renter of this box."
975347             ELSE
975347             IF SDB-AMOUNT-DUE > 0 AND SDB-DELINQ-DATE < WS-TODAY
975348                 MOVE SDB-AMOUNT-DUE TO WS-RENT-DISP
975348                 DISPLAY "Entry refused - rent of " WS-RENT-DISP
975349                     " due since " SDB-DUE-DATE " is unpaid."
975349             ELSE
975350                 PERFORM READ-CUSTOMER
975350                 MOVE "ENTRY" TO WS-LOG-ACTION
975351                 MOVE WS-CUST-IN TO WS-LOG-CUST
975351                 MOVE SPACES TO WS-LOG-NOTE
975352                 IF WS-CUST-OK = 'Y'
975352                     STRING CUST-FIRST-NAME DELIMITED BY "  "
975353                         " " DELIMITED BY SIZE
975353                         CUST-LAST-NAME DELIMITED BY "  "
975354                         INTO WS-LOG-NOTE
975354                 END-IF
975355                 PERFORM WRITE-ACCESS-LOG
975355                 DISPLAY ">>> Entry recorded " WS-TODAY " "
975356                     WS-NOW-TIME(1:6) " for "
975356                     FUNCTION TRIM(WS-LOG-NOTE)
975357             END-IF
975357             END-IF
975358         END-IF
975358     END-IF
975359     CLOSE SAFE-DEPOSIT-BOX-FILE
975359     EXIT.
975360 PAY-BOX-RENT.
975360     PERFORM OPEN-BOX-IO
975361     PERFORM ACCEPT-BOX
975361     IF WS-BOX-FOUND = 'Y'
975362         IF SDB-STATUS NOT = 'R' AND SDB-STATUS NOT = 'D'
975362             PERFORM SET-STATUS-TEXT
975363             DISPLAY "Box is not rented - " WS-STATUS-TEXT
975363         ELSE
975364         IF SDB-AMOUNT-DUE = 0
975364             DISPLAY "No rent is due - paid to " SDB-PAID-TO-DATE
975365         ELSE
975365             PERFORM ACCEPT-RENT-PAYMENT
975366         END-IF
975366         END-IF
975367     END-IF
975367     CLOSE SAFE-DEPOSIT-BOX-FILE
975368     EXIT.
975368 ACCEPT-RENT-PAYMENT.
975369     MOVE SDB-AMOUNT-DUE TO WS-RENT-DISP
975369     DISPLAY "Rent due : " WS-RENT-DISP " since " SDB-DUE-DATE
975370     MOVE SDB-RENTER-CUST TO WS-RENTER-IN
975370     MOVE SDB-CO-RENTER-CUST(1) TO WS-CO-RENTER-IN(1)
975371     MOVE SDB-CO-RENTER-CUST(2) TO WS-CO-RENTER-IN(2)
975371     DISPLAY "Account to debit (0 = " SDB-BILL-ACCT "): "
975372         WITH NO ADVANCING
975372     ACCEPT WS-ACCT-IN
975373     IF WS-ACCT-IN = 0
975373         MOVE SDB-BILL-ACCT TO WS-ACCT-IN
975374     END-IF
975374     IF WS-ACCT-IN = 0
975375         DISPLAY "An account to debit is required."
975375     ELSE
975376         PERFORM CHECK-RENT-ACCOUNT
975376         IF WS-ACCT-OK = 'Y'
975377             PERFORM DEBIT-RENT
975377         END-IF
975378         IF WS-RENT-PAID = 'Y'
975378             PERFORM APPLY-RENT-PAYMENT
975379         END-IF
975379     END-IF
975380     EXIT.
975380 DEBIT-RENT.
975381     MOVE 'N' TO WS-RENT-PAID
975381     MOVE SDB-AMOUNT-DUE TO WS-POST-AMOUNT
975382     OPEN I-O ACCOUNT-MASTER-FILE
975382     MOVE WS-ACCT-IN TO ACCT-NUMBER
975383     READ ACCOUNT-MASTER-FILE
975383         INVALID KEY
975384             DISPLAY "Account " WS-ACCT-IN " not found."
975384         NOT INVALID KEY
975385             CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
975385             COMPUTE WS-AVAILABLE-BAL =
975386                 ACCT-BALANCE - WS-HOLD-TOTAL
975386             IF WS-POST-AMOUNT > WS-AVAILABLE-BAL
975387                 DISPLAY "Insufficient available funds in "
975387                     ACCT-NUMBER "."
975388             ELSE
975388                 SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
975389                 REWRITE ACCOUNT-RECORD
975389                     INVALID KEY
975390                         DISPLAY "Rent posting failed."
975390                     NOT INVALID KEY
975391                         CALL "POST-TRANSACTION-C" USING
975391                             ACCT-NUMBER WS-TRAN-TYPE
975392                             WS-POST-AMOUNT ACCT-BALANCE
975392                             LS-USERNAME WS-POST-DESC WS-TRAN-CODE
975393                         MOVE 'Y' TO WS-RENT-PAID
975393                 END-REWRITE
975394             END-IF
975394     END-READ
975395     CLOSE ACCOUNT-MASTER-FILE
975395     EXIT.
975396 APPLY-RENT-PAYMENT.
975396*The payment covers the year from the due date.
975397     PERFORM ADVANCE-PAID-TO
975397     MOVE WS-NEW-PAID-TO TO SDB-PAID-TO-DATE
975398     MOVE 0 TO SDB-AMOUNT-DUE
975398     MOVE 0 TO SDB-DUE-DATE
975399     MOVE 0 TO SDB-DELINQ-DATE
975399     IF WS-ACCT-IN NOT = SDB-BILL-ACCT
975400         DISPLAY "Debit future rent from " WS-ACCT-IN
975400             " (Y/N)? " WITH NO ADVANCING
975401         ACCEPT WS-CONFIRM-FLG
975401         IF WS-CONFIRM-FLG = 'Y' OR WS-CONFIRM-FLG = 'y'
975402             MOVE WS-ACCT-IN TO SDB-BILL-ACCT
975402         END-IF
975403     END-IF
975403     MOVE LS-USERNAME TO SDB-CHANGED-BY
975404     MOVE WS-TODAY TO SDB-CHANGED-DATE
975404     REWRITE SAFE-DEPOSIT-BOX-RECORD
975405         INVALID KEY
975405             DISPLAY "Box rent could not be updated - see "
975406                 "the account " WS-ACCT-IN
975406     END-REWRITE
975407     MOVE "RENTPAID" TO WS-LOG-ACTION
975407     MOVE 0 TO WS-LOG-CUST
975408     MOVE SPACES TO WS-LOG-NOTE
975408     MOVE WS-POST-AMOUNT TO WS-RENT-DISP
975409     STRING "ACCT " DELIMITED BY SIZE
975409         WS-ACCT-IN DELIMITED BY SIZE
975410         " " DELIMITED BY SIZE
975410         WS-RENT-DISP DELIMITED BY SIZE
975411         INTO WS-LOG-NOTE
975411     PERFORM WRITE-ACCESS-LOG
975412     DISPLAY ">>> Rent " WS-RENT-DISP " debited to " WS-ACCT-IN
975412         ".  Paid to " SDB-PAID-TO-DATE
975413     EXIT.
975413 ADVANCE-PAID-TO.
975414*One year on from the due date; 29 February falls back to the
975414*28th so the result is always a real date.
975415     MOVE SDB-DUE-DATE TO WS-NEW-PAID-TO
975415     IF WS-NEW-PAID-TO = 0
975416         MOVE SDB-PAID-TO-DATE TO WS-NEW-PAID-TO
975416     END-IF
975417     IF FUNCTION MOD(WS-NEW-PAID-TO, 10000) = 229
975417         SUBTRACT 1 FROM WS-NEW-PAID-TO
975418     END-IF
975418     ADD 10000 TO WS-NEW-PAID-TO
975419     EXIT.
975419 SURRENDER-BOX.
975420*Rent already paid is not refunded when a box is given up early.
975420     PERFORM OPEN-BOX-IO
975421     PERFORM ACCEPT-BOX
975421     IF WS-BOX-FOUND = 'Y'
975422         IF SDB-STATUS NOT = 'R' AND SDB-STATUS NOT = 'D'
975422             PERFORM SET-STATUS-TEXT
975423             DISPLAY "Box is not rented - " WS-STATUS-TEXT
975423         ELSE
975424         IF SDB-AMOUNT-DUE > 0
975424             MOVE SDB-AMOUNT-DUE TO WS-RENT-DISP
975425             DISPLAY "Rent of " WS-RENT-DISP
975425                 " must be paid before the box is surrendered."
975426         ELSE
975426             PERFORM SHOW-BOX-DETAIL
975427             IF SDB-STATUS = 'D'
975427                 DISPLAY "Drilled contents released to the renter"
975428                     " (Y/N)? " WITH NO ADVANCING
975428             ELSE
975429                 DISPLAY "Box emptied and both keys returned"
975429                     " (Y/N)? " WITH NO ADVANCING
975430             END-IF
975430             ACCEPT WS-CONFIRM-FLG
975431             IF WS-CONFIRM-FLG = 'Y' OR WS-CONFIRM-FLG = 'y'
975431                 PERFORM RECORD-SURRENDER
975432             ELSE
975432                 DISPLAY "Nothing recorded."
975433             END-IF
975433         END-IF
975434         END-IF
975434     END-IF
975435     CLOSE SAFE-DEPOSIT-BOX-FILE
975435     EXIT.
975436 RECORD-SURRENDER.
975436     MOVE "SURRENDR" TO WS-LOG-ACTION
975437     MOVE SDB-RENTER-CUST TO WS-LOG-CUST
975437     MOVE SPACES TO WS-LOG-NOTE
975438     IF SDB-STATUS = 'D'
975438         MOVE "DRILLED CONTENTS RELEASED" TO WS-LOG-NOTE
975439     END-IF
975439     MOVE 'V' TO SDB-STATUS
975440     MOVE 0 TO SDB-RENTER-CUST
975440     MOVE 0 TO SDB-CO-RENTER-CUST(1)
975441     MOVE 0 TO SDB-CO-RENTER-CUST(2)
975441     MOVE 0 TO SDB-RENT-START
975442     MOVE 0 TO SDB-PAID-TO-DATE
975442     MOVE 0 TO SDB-BILL-ACCT
975443     MOVE 0 TO SDB-AMOUNT-DUE
975443     MOVE 0 TO SDB-DUE-DATE
975444     MOVE 0 TO SDB-DELINQ-DATE
975444     MOVE 0 TO SDB-LAST-BILL-DATE
975445     MOVE 0 TO SDB-DRILL-DATE
975445     MOVE SPACES TO SDB-CONTENTS
975446     MOVE 0 TO SDB-CONTENTS-VALUE
975446     MOVE LS-USERNAME TO SDB-CHANGED-BY
975447     MOVE WS-TODAY TO SDB-CHANGED-DATE
975447     REWRITE SAFE-DEPOSIT-BOX-RECORD
975448         INVALID KEY
975448             DISPLAY "Surrender could not be recorded."
975449         NOT INVALID KEY
975449             PERFORM WRITE-ACCESS-LOG
975450             DISPLAY ">>> Box " SDB-BOX-NUMBER
975450                 " surrendered and vacant."
975451     END-REWRITE
975451     EXIT.
975452 ADD-BOXES.
975452     PERFORM ACCEPT-BRANCH
975453     IF WS-BRANCH-OK = 'Y'
975453         DISPLAY "Box size: " WITH NO ADVANCING
975454         ACCEPT WS-SIZE-IN
975454         MOVE FUNCTION UPPER-CASE(WS-SIZE-IN) TO WS-SIZE-IN
975455         PERFORM READ-BOX-SIZE
975455     END-IF
975456     IF WS-BRANCH-OK = 'Y' AND WS-SIZE-FOUND = 'Y'
975456         DISPLAY "First box number: " WITH NO ADVANCING
975457         ACCEPT WS-FIRST-BOX
975457         DISPLAY "Number of boxes: " WITH NO ADVANCING
975458         ACCEPT WS-BOX-COUNT
975458         IF WS-FIRST-BOX = 0 OR WS-BOX-COUNT = 0
975459             OR WS-FIRST-BOX + WS-BOX-COUNT > 100000
975459             DISPLAY "Box numbers must run from 1 to 99999."
975460         ELSE
975460             PERFORM OPEN-BOX-IO
975461             MOVE 0 TO WS-ADDED-COUNT
975461             MOVE WS-FIRST-BOX TO WS-BOX-NUM
975462             PERFORM ADD-ONE-BOX WS-BOX-COUNT TIMES
975462             CLOSE SAFE-DEPOSIT-BOX-FILE
975463             DISPLAY ">>> " WS-ADDED-COUNT
975463                 " boxes added to branch " WS-BRANCH-NUM "."
975464         END-IF
975464     END-IF
975465     EXIT.
975465 ADD-ONE-BOX.
975466     INITIALIZE SAFE-DEPOSIT-BOX-RECORD
975466     MOVE WS-BRANCH-NUM TO SDB-BRANCH
975467     MOVE WS-BOX-NUM TO SDB-BOX-NUMBER
975467     MOVE WS-SIZE-IN TO SDB-SIZE
975468     MOVE 'V' TO SDB-STATUS
975468     MOVE SPACES TO SDB-CONTENTS
975469     MOVE LS-USERNAME TO SDB-CHANGED-BY
975469     MOVE WS-TODAY TO SDB-CHANGED-DATE
975470     WRITE SAFE-DEPOSIT-BOX-RECORD
975470         INVALID KEY
975471             DISPLAY "Box " WS-BOX-NUM
975471                 " is already on the inventory."
975472         NOT INVALID KEY
975472             ADD 1 TO WS-ADDED-COUNT
975473             MOVE "ADDED" TO WS-LOG-ACTION
975473             MOVE 0 TO WS-LOG-CUST
975474             MOVE SPACES TO WS-LOG-NOTE
975474             STRING "SIZE " DELIMITED BY SIZE
975475                 SDB-SIZE DELIMITED BY SIZE
975475                 INTO WS-LOG-NOTE
975476             PERFORM WRITE-ACCESS-LOG
975476     END-WRITE
975477     ADD 1 TO WS-BOX-NUM
975477     EXIT.
975478 MAINTAIN-BOX-SIZES.
975478*A change of rent is picked up by each box at its next
975479*anniversary; rent already billed is not changed.
975479     PERFORM OPEN-SIZE-IO
975480     MOVE 'N' TO WS-SDZ-EOF
975480     DISPLAY "SZ  DESCRIPTION           ANNUAL RENT"
975481     PERFORM UNTIL WS-SDZ-EOF = 'Y'
975481         READ SAFE-DEPOSIT-SIZE-FILE NEXT RECORD
975482             AT END
975482                 MOVE 'Y' TO WS-SDZ-EOF
975483             NOT AT END
975483                 MOVE SDZ-ANNUAL-RENT TO WS-RENT-DISP
975484                 DISPLAY SDZ-SIZE "  " SDZ-DESCRIPTION "  "
975484                     WS-RENT-DISP
975485         END-READ
975485     END-PERFORM
975486     DISPLAY "Size to add or change (blank = none): "
975486         WITH NO ADVANCING
975487     MOVE SPACES TO WS-SIZE-IN
975487     ACCEPT WS-SIZE-IN
975488     MOVE FUNCTION UPPER-CASE(WS-SIZE-IN) TO WS-SIZE-IN
975488     IF WS-SIZE-IN NOT = SPACES
975489         MOVE 'Y' TO WS-SIZE-FOUND
975489         MOVE WS-SIZE-IN TO SDZ-SIZE
975490         READ SAFE-DEPOSIT-SIZE-FILE
975490             INVALID KEY
975491                 MOVE 'N' TO WS-SIZE-FOUND
975491                 MOVE SPACES TO SDZ-DESCRIPTION
975492         END-READ
975492         DISPLAY "Description [" FUNCTION TRIM(SDZ-DESCRIPTION)
975493             "]: " WITH NO ADVANCING
975493         MOVE SPACES TO WS-DESCRIPTION-IN
975494         ACCEPT WS-DESCRIPTION-IN
975494         IF WS-DESCRIPTION-IN NOT = SPACES
975495             MOVE FUNCTION UPPER-CASE(WS-DESCRIPTION-IN)
975495                 TO SDZ-DESCRIPTION
975496         END-IF
975496         DISPLAY "Annual rent: " WITH NO ADVANCING
975497         ACCEPT WS-RENT-IN
975497         IF WS-RENT-IN NOT > 0
975498             DISPLAY "Annual rent must be greater than zero."
975498         ELSE
975499             MOVE WS-SIZE-IN TO SDZ-SIZE
975499             MOVE WS-RENT-IN TO SDZ-ANNUAL-RENT
975500             MOVE LS-USERNAME TO SDZ-CHANGED-BY
975500             MOVE WS-TODAY TO SDZ-CHANGED-DATE
975501             IF WS-SIZE-FOUND = 'Y'
975501                 REWRITE SAFE-DEPOSIT-SIZE-RECORD
975502             ELSE
975502                 WRITE SAFE-DEPOSIT-SIZE-RECORD
975503             END-IF
975503             IF WS-SDZ-FILE-STATUS = "00"
975504                 DISPLAY ">>> Size " WS-SIZE-IN " saved."
975504             ELSE
975505                 DISPLAY "Size could not be saved."
975505             END-IF
975506         END-IF
975506     END-IF
975507     CLOSE SAFE-DEPOSIT-SIZE-FILE
975507     EXIT.
975508 RECORD-DRILLING.
975508*A box is drilled only once the rent is delinquent past the grace
975509*period and the delinquency letter has gone out.  The contents
975509*are inventoried and held under the renter until claimed; those
975510*never claimed go to the state with the escheatment run.
975510     PERFORM OPEN-BOX-IO
975511     PERFORM ACCEPT-BOX
975511     IF WS-BOX-FOUND = 'Y'
975512         IF SDB-STATUS NOT = 'R' OR SDB-AMOUNT-DUE = 0
975512             OR SDB-DELINQ-DATE NOT < WS-TODAY
975513             DISPLAY "Only a rented box delinquent past its grace"
975513                 " period can be drilled."
975514         ELSE
975514             PERFORM SHOW-BOX-DETAIL
975515             DISPLAY "Contents inventory: " WITH NO ADVANCING
975515             MOVE SPACES TO WS-CONTENTS-IN
975516             ACCEPT WS-CONTENTS-IN
975516             DISPLAY "Appraised value: " WITH NO ADVANCING
975517             ACCEPT WS-VALUE-IN
975517             IF WS-CONTENTS-IN = SPACES
975518                 DISPLAY "A contents inventory is required."
975518             ELSE
975519                 DISPLAY "Record box as drilled (Y/N)? "
975519                     WITH NO ADVANCING
975520                 ACCEPT WS-CONFIRM-FLG
975520                 IF WS-CONFIRM-FLG = 'Y' OR WS-CONFIRM-FLG = 'y'
975521                     PERFORM RECORD-DRILLED-BOX
975521                 ELSE
975522                     DISPLAY "Nothing recorded."
975522                 END-IF
975523             END-IF
975523         END-IF
975524     END-IF
975524     CLOSE SAFE-DEPOSIT-BOX-FILE
975525     EXIT.
975525 RECORD-DRILLED-BOX.
975526     MOVE 'D' TO SDB-STATUS
975526     MOVE WS-TODAY TO SDB-DRILL-DATE
975527     MOVE WS-CONTENTS-IN TO SDB-CONTENTS
975527     MOVE WS-VALUE-IN TO SDB-CONTENTS-VALUE
975528     MOVE LS-USERNAME TO SDB-CHANGED-BY
975528     MOVE WS-TODAY TO SDB-CHANGED-DATE
975529     REWRITE SAFE-DEPOSIT-BOX-RECORD
975529         INVALID KEY
975530             DISPLAY "Drilling could not be recorded."
975530         NOT INVALID KEY
975531             MOVE "DRILLED" TO WS-LOG-ACTION
975531             MOVE SDB-RENTER-CUST TO WS-LOG-CUST
975532             MOVE WS-CONTENTS-IN TO WS-LOG-NOTE
975532             PERFORM WRITE-ACCESS-LOG
975533             DISPLAY ">>> Box " SDB-BOX-NUMBER
975533                 " recorded as drilled."
975534     END-REWRITE
975534     EXIT.
