964101 IDENTIFICATION DIVISION.
964101 PROGRAM-ID. VAULT_MANAGEMENT.
964102 AUTHOR. ELYZ.
964102 ENVIRONMENT DIVISION.
964103 INPUT-OUTPUT SECTION.
964103 FILE-CONTROL.
964104     SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
964104         ORGANIZATION IS INDEXED
964105         ACCESS MODE IS DYNAMIC
964105         RECORD KEY IS VLT-BRANCH
964106         FILE STATUS IS WS-VLT-FILE-STATUS.
964106     SELECT VAULT-MOVE-FILE ASSIGN TO "VLTMOVE.DAT"
964107         ORGANIZATION IS LINE SEQUENTIAL
964107         FILE STATUS IS WS-VM-FILE-STATUS.
964108     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCH.DAT"
964108         ORGANIZATION IS INDEXED
964109         ACCESS MODE IS DYNAMIC
964109         RECORD KEY IS BR-NUMBER
964110         FILE STATUS IS WS-BR-FILE-STATUS.
964110     SELECT VAULT-SLIP-FILE ASSIGN TO "VLTSLIP.TXT"
964111         ORGANIZATION IS LINE SEQUENTIAL.
979440     SELECT FX-VAULT-FILE ASSIGN TO "FXVAULT.DAT"
979440         ORGANIZATION IS INDEXED
979441         ACCESS MODE IS DYNAMIC
979441         RECORD KEY IS FXV-KEY
979442         FILE STATUS IS WS-FXV-FILE-STATUS.
979442     SELECT FX-RATE-FILE ASSIGN TO "FXRATE.DAT"
979443         ORGANIZATION IS INDEXED
979443         ACCESS MODE IS DYNAMIC
979444         RECORD KEY IS FXR-CURRENCY
979444         FILE STATUS IS WS-FXR-FILE-STATUS.
964111 DATA DIVISION.
964112 FILE SECTION.
964112 FD  VAULT-FILE.
964113     COPY VLTREC.
964113 FD  VAULT-MOVE-FILE.
964114     COPY VMOVREC.
964114 FD  BRANCH-MASTER-FILE.
964115     COPY BRCHREC.
964115 FD  VAULT-SLIP-FILE.
964116 01  SLIP-LINE               PIC X(80).
979445 FD  FX-VAULT-FILE.
979445     COPY FXVTREC.
979446 FD  FX-RATE-FILE.
979446     COPY FXRTREC.
964116 WORKING-STORAGE SECTION.
964117     COPY DENOMTAB.
964117 01  WS-MENU-OPTION          PIC 9 VALUE 0.
964118 01  WS-VLT-FILE-STATUS      PIC XX VALUE "00".
964118 01  WS-VM-FILE-STATUS       PIC XX VALUE "00".
964119 01  WS-BR-FILE-STATUS       PIC XX VALUE "00".
964119 01  WS-VM-EOF               PIC X VALUE 'N'.
964120 01  WS-VLT-FOUND            PIC X VALUE 'N'.
964120 01  WS-BRANCH-OK            PIC X VALUE 'N'.
964121 01  WS-BRANCH-NUM           PIC 9(3).
964121 01  WS-DATE-PART            PIC 9(8).
964122 01  WS-TIME-PART            PIC 9(8).
964122 01  WS-BUSINESS-DATE        PIC 9(8).
964123 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
964123 01  WS-DX                   PIC 99.
964124 01  WS-COUNT-IN             PIC 9(7).
964124 01  WS-ENTRY-COUNTS.
964125     05  WS-ENTRY-COUNT      PIC S9(7) COMP-3 OCCURS 11.
964125 01  WS-DIFF-COUNTS.
964126     05  WS-DIFF-COUNT       PIC S9(7) COMP-3 OCCURS 11.
964126 01  WS-ENTRY-AMOUNT         PIC S9(11)V99 COMP-3.
964127 01  WS-OVER-SHORT           PIC S9(11)V99 COMP-3.
964127 01  WS-DENOM-AMOUNT         PIC S9(11)V99 COMP-3.
964128 01  WS-SHORT-FLAG           PIC X VALUE 'N'.
964128 01  WS-CONFIRMED            PIC X VALUE 'N'.
964129 01  WS-CONFIRMED-BY         PIC X(20).
964129 01  WS-MOVE-TYPE            PIC X(8).
964130 01  WS-REFERENCE            PIC X(20).
964130 01  WS-RECOUNT              PIC X.
964131 01  WS-MOVE-COUNT           PIC 9(5) VALUE 0.
964131 01  WS-AMOUNT-DISP          PIC -Z(10)9.99.
964132 01  WS-COUNT-DISP           PIC -Z(6)9.
964132 01  WS-BOOK-DISP            PIC -Z(6)9.
964133 01  WS-DIFF-DISP            PIC -Z(6)9.
964133 01  WS-TIME-DISP            PIC 9(6).
979447 01  WS-FXV-FILE-STATUS      PIC XX VALUE "00".
979447 01  WS-FXR-FILE-STATUS      PIC XX VALUE "00".
979448 01  WS-FXV-FOUND            PIC X VALUE 'N'.
979448 01  WS-FXV-EOF              PIC X VALUE 'N'.
979449 01  WS-FX-OK                PIC X VALUE 'N'.
979449 01  WS-FX-CURRENCY          PIC X(3).
979450 01  WS-FX-AMOUNT            PIC 9(9)V99 VALUE 0.
979450 01  WS-FX-MANIFEST          PIC X(16).
979451 01  WS-FX-DIRECTION         PIC X.
979451 01  WS-FX-COUNT             PIC 9(3) VALUE 0.
964134 LINKAGE SECTION.
964134 01  LS-USERNAME             PIC X(20).
964135 PROCEDURE DIVISION USING LS-USERNAME.
964135 MAIN-PARA.
964136     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
964136     PERFORM SET-BUSINESS-DATE
964137     MOVE 0 TO WS-MENU-OPTION
979452     PERFORM UNTIL WS-MENU-OPTION = 9
964138         PERFORM DISPLAY-MENU
964138         PERFORM PROCESS-OPTION
964139     END-PERFORM
964139     GOBACK.
964140 SET-BUSINESS-DATE.
964140     MOVE WS-DATE-PART TO WS-BUSINESS-DATE
964141     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
964141     IF WS-BUS-DATE-ENV NOT = SPACES
964142         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
964142         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
964143             TO WS-BUSINESS-DATE
964143     END-IF
964144     EXIT.
964144 DISPLAY-MENU.
964145     DISPLAY "+---------------------------------+".
964145     DISPLAY "|          BRANCH VAULT           |".
964146     DISPLAY "+---------------------------------+".
964146     DISPLAY "| 1. Vault position               |".
964147     DISPLAY "| 2. Set up branch vault          |".
964147     DISPLAY "| 3. Shipment from cash supplier  |".
964148     DISPLAY "| 4. Shipment to cash supplier    |".
964148     DISPLAY "| 5. End-of-day vault count       |".
964149     DISPLAY "| 6. Vault activity for the day   |".
979452     DISPLAY "| 7. Foreign notes position       |".
979453     DISPLAY "| 8. Foreign notes shipment       |".
979453     DISPLAY "| 9. Go back                      |".
964150     DISPLAY "+---------------------------------+".
979454     DISPLAY "Select an option (1-9): " WITH NO ADVANCING.
964151     ACCEPT WS-MENU-OPTION.
964151     EXIT.
964152 PROCESS-OPTION.
964152     EVALUATE WS-MENU-OPTION
964153         WHEN 1
964153             PERFORM SHOW-VAULT-POSITION
964154         WHEN 2
964154             PERFORM SET-UP-VAULT
964155         WHEN 3
964155             MOVE "SHIPIN" TO WS-MOVE-TYPE
964156             PERFORM RECORD-SHIPMENT
964156         WHEN 4
964157             MOVE "SHIPOUT" TO WS-MOVE-TYPE
964157             PERFORM RECORD-SHIPMENT
964158         WHEN 5
964158             PERFORM COUNT-VAULT
964159         WHEN 6
964159             PERFORM LIST-VAULT-ACTIVITY
979454         WHEN 7
979455             PERFORM SHOW-FX-VAULT-POSITION
979455         WHEN 8
979456             PERFORM RECORD-FX-SHIPMENT
979456         WHEN 9
964160             DISPLAY ">>> Returning to previous menu..."
964161         WHEN OTHER
964161             DISPLAY "Invalid option. Please try again."
964162     END-EVALUATE
964162     EXIT.
964163 OPEN-VAULT-IO.
964163     OPEN I-O VAULT-FILE
964164     IF WS-VLT-FILE-STATUS = "35"
964164         OPEN OUTPUT VAULT-FILE
964165         CLOSE VAULT-FILE
964165         OPEN I-O VAULT-FILE
964166     END-IF
964166     EXIT.
964167 ACCEPT-BRANCH.
964167*Vaults are kept only for branches on the branch master.
964168     MOVE 'N' TO WS-BRANCH-OK
964168     DISPLAY "Branch number: " WITH NO ADVANCING
964169     ACCEPT WS-BRANCH-NUM
964169     OPEN INPUT BRANCH-MASTER-FILE
964170     IF WS-BR-FILE-STATUS = "00"
964170         MOVE WS-BRANCH-NUM TO BR-NUMBER
964171         READ BRANCH-MASTER-FILE
964171             INVALID KEY
964172                 DISPLAY "Branch not on the branch master."
964172             NOT INVALID KEY
964173                 MOVE 'Y' TO WS-BRANCH-OK
964173                 DISPLAY "Branch   : " WS-BRANCH-NUM " " BR-NAME
964174         END-READ
964174         CLOSE BRANCH-MASTER-FILE
964175     ELSE
964175         DISPLAY "Branch master file is not available."
964176     END-IF
964176     EXIT.
964177 READ-BRANCH-VAULT.
964177     MOVE 'N' TO WS-VLT-FOUND
964178     MOVE WS-BRANCH-NUM TO VLT-BRANCH
964178     READ VAULT-FILE
964179         INVALID KEY
964179             CONTINUE
964180         NOT INVALID KEY
964180             MOVE 'Y' TO WS-VLT-FOUND
964181     END-READ
964181     EXIT.
964182 ENTER-DENOM-COUNTS.
964182     MOVE 0 TO WS-ENTRY-AMOUNT
964183     DISPLAY "Enter the number of notes or coins of each kind."
964183     PERFORM VARYING WS-DX FROM 1 BY 1
964184         UNTIL WS-DX > DENOM-KINDS
964184         MOVE 0 TO WS-COUNT-IN
964185         DISPLAY "  " DENOM-LABEL(WS-DX) ": " WITH NO ADVANCING
964185         ACCEPT WS-COUNT-IN
964186         MOVE WS-COUNT-IN TO WS-ENTRY-COUNT(WS-DX)
964186         COMPUTE WS-ENTRY-AMOUNT = WS-ENTRY-AMOUNT
964187             + (WS-COUNT-IN * DENOM-VALUE(WS-DX))
964187     END-PERFORM
964188     MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-DISP
964188     DISPLAY "Total    : " WS-AMOUNT-DISP
964189     EXIT.
964189 SHOW-VAULT-POSITION.
964190     PERFORM ACCEPT-BRANCH
964190     IF WS-BRANCH-OK = 'Y'
964191         PERFORM OPEN-VAULT-IO
964191         PERFORM READ-BRANCH-VAULT
964192         IF WS-VLT-FOUND = 'Y'
964192             DISPLAY "DENOM         COUNT           VALUE"
964193             PERFORM VARYING WS-DX FROM 1 BY 1
964193                 UNTIL WS-DX > DENOM-KINDS
964194                 MOVE VLT-DENOM-COUNT(WS-DX) TO WS-COUNT-DISP
964194                 COMPUTE WS-DENOM-AMOUNT = VLT-DENOM-COUNT(WS-DX)
964195                     * DENOM-VALUE(WS-DX)
964195                 MOVE WS-DENOM-AMOUNT TO WS-AMOUNT-DISP
964196                 DISPLAY DENOM-LABEL(WS-DX) "  " WS-COUNT-DISP
964196                     "  " WS-AMOUNT-DISP
964197             END-PERFORM
964197             MOVE VLT-CASH-TOTAL TO WS-AMOUNT-DISP
964198             DISPLAY "Vault cash     : " WS-AMOUNT-DISP
964198             DISPLAY "Last counted   : " VLT-LAST-COUNT-DATE
964199                 " by " FUNCTION TRIM(VLT-LAST-COUNT-BY)
964199             MOVE VLT-LAST-OVER-SHORT TO WS-AMOUNT-DISP
964200             DISPLAY "Last over/short: " WS-AMOUNT-DISP
964200         ELSE
964201             DISPLAY "No vault set up for this branch."
964201         END-IF
964202         CLOSE VAULT-FILE
964202     END-IF
964203     EXIT.
964203 SET-UP-VAULT.
964204*A branch vault starts from a full count confirmed by a second
964204*person; after that it moves only through recorded movements.
964205     PERFORM ACCEPT-BRANCH
964205     IF WS-BRANCH-OK = 'Y'
964206         PERFORM OPEN-VAULT-IO
964206         PERFORM READ-BRANCH-VAULT
964207         IF WS-VLT-FOUND = 'Y'
964207             DISPLAY "Vault already set up for this branch."
964208         ELSE
964208             PERFORM ENTER-DENOM-COUNTS
964209             CALL "DUAL_CONTROL_CHECK" USING LS-USERNAME
964209                 WS-CONFIRMED-BY WS-CONFIRMED
964210             IF WS-CONFIRMED = 'Y'
964210                 INITIALIZE VAULT-RECORD
964211                 MOVE WS-BRANCH-NUM TO VLT-BRANCH
964211                 MOVE WS-BUSINESS-DATE TO VLT-OPEN-DATE
964212                 MOVE WS-BUSINESS-DATE TO VLT-LAST-COUNT-DATE
964212                 MOVE LS-USERNAME TO VLT-LAST-COUNT-BY
964213                 MOVE 0 TO VLT-LAST-OVER-SHORT
964213                 MOVE WS-ENTRY-AMOUNT TO VLT-CASH-TOTAL
964214                 PERFORM VARYING WS-DX FROM 1 BY 1
964214                     UNTIL WS-DX > DENOM-KINDS
964215                     MOVE WS-ENTRY-COUNT(WS-DX)
964215                         TO VLT-DENOM-COUNT(WS-DX)
964216                 END-PERFORM
964216                 WRITE VAULT-RECORD
964217                     INVALID KEY
964217                         DISPLAY "Vault set-up failed."
964218                     NOT INVALID KEY
964218                         MOVE "OPEN" TO WS-MOVE-TYPE
964219                         MOVE SPACES TO WS-REFERENCE
964219                         PERFORM WRITE-VAULT-MOVE
964220                         DISPLAY ">>> Branch vault set up."
964220                 END-WRITE
964221             ELSE
964221                 DISPLAY "Vault not set up."
964222             END-IF
964222         END-IF
964223         CLOSE VAULT-FILE
964223     END-IF
964224     EXIT.
964224 RECORD-SHIPMENT.
964225*Currency received from or returned to the cash supplier, counted
964225*by denomination against the supplier's manifest.
964226     PERFORM ACCEPT-BRANCH
964226     IF WS-BRANCH-OK = 'Y'
964227         PERFORM OPEN-VAULT-IO
964227         PERFORM READ-BRANCH-VAULT
964228         IF WS-VLT-FOUND = 'Y'
964228             MOVE SPACES TO WS-REFERENCE
964229             DISPLAY "Manifest/seal number: " WITH NO ADVANCING
964229             ACCEPT WS-REFERENCE
964230             PERFORM ENTER-DENOM-COUNTS
964230             PERFORM CHECK-SHIPMENT
964231         ELSE
964231             DISPLAY "No vault set up for this branch."
964232         END-IF
964232         CLOSE VAULT-FILE
964233     END-IF
964233     EXIT.
964234 CHECK-SHIPMENT.
964234     MOVE 'N' TO WS-SHORT-FLAG
964235     IF WS-ENTRY-AMOUNT NOT > 0
964235         DISPLAY "Nothing to record."
964236         MOVE 'Y' TO WS-SHORT-FLAG
964236     END-IF
964237     IF WS-REFERENCE = SPACES
964237         DISPLAY "Manifest/seal number is required."
964238         MOVE 'Y' TO WS-SHORT-FLAG
964238     END-IF
964239     IF WS-MOVE-TYPE = "SHIPOUT"
964239         PERFORM VARYING WS-DX FROM 1 BY 1
964240             UNTIL WS-DX > DENOM-KINDS
964240             IF WS-ENTRY-COUNT(WS-DX) > VLT-DENOM-COUNT(WS-DX)
964241                 DISPLAY "Vault holds only "
964241                     VLT-DENOM-COUNT(WS-DX) " x "
964242                     DENOM-LABEL(WS-DX)
964242                 MOVE 'Y' TO WS-SHORT-FLAG
964243             END-IF
964243         END-PERFORM
964244     END-IF
964244     IF WS-SHORT-FLAG = 'N'
964245         CALL "DUAL_CONTROL_CHECK" USING LS-USERNAME
964245             WS-CONFIRMED-BY WS-CONFIRMED
964246         IF WS-CONFIRMED = 'Y'
964246             PERFORM APPLY-SHIPMENT
964247         ELSE
964247             DISPLAY "Shipment not recorded."
964248         END-IF
964248     END-IF
964249     EXIT.
964249 APPLY-SHIPMENT.
964250     PERFORM VARYING WS-DX FROM 1 BY 1
964250         UNTIL WS-DX > DENOM-KINDS
964251         IF WS-MOVE-TYPE = "SHIPIN"
964251             ADD WS-ENTRY-COUNT(WS-DX) TO VLT-DENOM-COUNT(WS-DX)
964252         ELSE
964252             SUBTRACT WS-ENTRY-COUNT(WS-DX)
964253                 FROM VLT-DENOM-COUNT(WS-DX)
964253         END-IF
964254     END-PERFORM
964254     IF WS-MOVE-TYPE = "SHIPIN"
964255         ADD WS-ENTRY-AMOUNT TO VLT-CASH-TOTAL
964255     ELSE
964256         SUBTRACT WS-ENTRY-AMOUNT FROM VLT-CASH-TOTAL
964256     END-IF
964257     REWRITE VAULT-RECORD
964257         INVALID KEY
964258             DISPLAY "Vault update failed."
964258         NOT INVALID KEY
964259             PERFORM WRITE-VAULT-MOVE
964259             MOVE VLT-CASH-TOTAL TO WS-AMOUNT-DISP
964260             DISPLAY ">>> Shipment recorded. Vault cash: "
964260                 WS-AMOUNT-DISP
964261     END-REWRITE
964261     EXIT.
964262 COUNT-VAULT.
964262*The end-of-day count replaces the book position; the difference
964263*by denomination is the vault over or short for the day.
964263     PERFORM ACCEPT-BRANCH
964264     IF WS-BRANCH-OK = 'Y'
964264         PERFORM OPEN-VAULT-IO
964265         PERFORM READ-BRANCH-VAULT
964265         IF WS-VLT-FOUND = 'Y'
964266             MOVE 'Y' TO WS-RECOUNT
964266             IF VLT-LAST-COUNT-DATE = WS-BUSINESS-DATE
964267                 DISPLAY "Vault already counted today. "
964267                     "Count again? (Y/N): " WITH NO ADVANCING
964268                 ACCEPT WS-RECOUNT
964268             END-IF
964269             IF WS-RECOUNT = 'Y' OR WS-RECOUNT = 'y'
964269                 PERFORM ENTER-DENOM-COUNTS
964270                 PERFORM SHOW-COUNT-DIFFERENCES
964270                 CALL "DUAL_CONTROL_CHECK" USING LS-USERNAME
964271                     WS-CONFIRMED-BY WS-CONFIRMED
964271                 IF WS-CONFIRMED = 'Y'
964272                     PERFORM APPLY-VAULT-COUNT
964272                 ELSE
964273                     DISPLAY "Count not recorded."
964273                 END-IF
964274             END-IF
964274         ELSE
964275             DISPLAY "No vault set up for this branch."
964275         END-IF
964276         CLOSE VAULT-FILE
964276     END-IF
964277     EXIT.
964277 SHOW-COUNT-DIFFERENCES.
964278     COMPUTE WS-OVER-SHORT = WS-ENTRY-AMOUNT - VLT-CASH-TOTAL
964278     DISPLAY "DENOM        BOOK   COUNTED      DIFF"
964279     PERFORM VARYING WS-DX FROM 1 BY 1
964279         UNTIL WS-DX > DENOM-KINDS
964280         COMPUTE WS-DIFF-COUNT(WS-DX) = WS-ENTRY-COUNT(WS-DX)
964280             - VLT-DENOM-COUNT(WS-DX)
964281         MOVE VLT-DENOM-COUNT(WS-DX) TO WS-BOOK-DISP
964281         MOVE WS-ENTRY-COUNT(WS-DX) TO WS-COUNT-DISP
964282         MOVE WS-DIFF-COUNT(WS-DX) TO WS-DIFF-DISP
964282         DISPLAY DENOM-LABEL(WS-DX) " " WS-BOOK-DISP
964283             "  " WS-COUNT-DISP "  " WS-DIFF-DISP
964283     END-PERFORM
964284     MOVE WS-OVER-SHORT TO WS-AMOUNT-DISP
964284     DISPLAY "Over/short: " WS-AMOUNT-DISP
964285     EXIT.
964285 APPLY-VAULT-COUNT.
964286     PERFORM WRITE-VAULT-COUNT-SLIP
964286     PERFORM VARYING WS-DX FROM 1 BY 1
964287         UNTIL WS-DX > DENOM-KINDS
964287         MOVE WS-ENTRY-COUNT(WS-DX) TO VLT-DENOM-COUNT(WS-DX)
964288         MOVE WS-DIFF-COUNT(WS-DX) TO WS-ENTRY-COUNT(WS-DX)
964288     END-PERFORM
964289     MOVE WS-ENTRY-AMOUNT TO VLT-CASH-TOTAL
964289     MOVE WS-BUSINESS-DATE TO VLT-LAST-COUNT-DATE
964290     MOVE LS-USERNAME TO VLT-LAST-COUNT-BY
964290     MOVE WS-OVER-SHORT TO VLT-LAST-OVER-SHORT
964291     REWRITE VAULT-RECORD
964291         INVALID KEY
964292             DISPLAY "Vault count update failed."
964292         NOT INVALID KEY
964293             MOVE "COUNT" TO WS-MOVE-TYPE
964293             MOVE SPACES TO WS-REFERENCE
964294             MOVE WS-OVER-SHORT TO WS-ENTRY-AMOUNT
964294             PERFORM WRITE-VAULT-MOVE
964295             DISPLAY ">>> Vault count recorded."
964295     END-REWRITE
964296     EXIT.
964296 WRITE-VAULT-COUNT-SLIP.
964297     OPEN OUTPUT VAULT-SLIP-FILE
964297     MOVE SPACES TO SLIP-LINE
964298     STRING "VAULT COUNT SLIP  BRANCH " DELIMITED BY SIZE
964298         WS-BRANCH-NUM DELIMITED BY SIZE
964299         "  DATE " DELIMITED BY SIZE
964299         WS-BUSINESS-DATE DELIMITED BY SIZE
964300         INTO SLIP-LINE
964300     WRITE SLIP-LINE
964301     MOVE "DENOM        BOOK   COUNTED      DIFF" TO SLIP-LINE
964301     WRITE SLIP-LINE
964302     PERFORM VARYING WS-DX FROM 1 BY 1
964302         UNTIL WS-DX > DENOM-KINDS
964303         MOVE VLT-DENOM-COUNT(WS-DX) TO WS-BOOK-DISP
964303         MOVE WS-ENTRY-COUNT(WS-DX) TO WS-COUNT-DISP
964304         MOVE WS-DIFF-COUNT(WS-DX) TO WS-DIFF-DISP
964304         MOVE SPACES TO SLIP-LINE
964305         STRING DENOM-LABEL(WS-DX) DELIMITED BY SIZE
964305             " " DELIMITED BY SIZE
964306             WS-BOOK-DISP DELIMITED BY SIZE
964306             "  " DELIMITED BY SIZE
964307             WS-COUNT-DISP DELIMITED BY SIZE
964307             "  " DELIMITED BY SIZE
964308             WS-DIFF-DISP DELIMITED BY SIZE
964308             INTO SLIP-LINE
964309         WRITE SLIP-LINE
964309     END-PERFORM
964310     MOVE SPACES TO SLIP-LINE
964310     MOVE VLT-CASH-TOTAL TO WS-AMOUNT-DISP
964311     STRING "BOOK        : " DELIMITED BY SIZE
964311         WS-AMOUNT-DISP DELIMITED BY SIZE
964312         INTO SLIP-LINE
964312     WRITE SLIP-LINE
964313     MOVE SPACES TO SLIP-LINE
964313     MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-DISP
964314     STRING "COUNTED     : " DELIMITED BY SIZE
964314         WS-AMOUNT-DISP DELIMITED BY SIZE
964315         INTO SLIP-LINE
964315     WRITE SLIP-LINE
964316     MOVE SPACES TO SLIP-LINE
964316     MOVE WS-OVER-SHORT TO WS-AMOUNT-DISP
964317     STRING "OVER/SHORT  : " DELIMITED BY SIZE
964317         WS-AMOUNT-DISP DELIMITED BY SIZE
964318         INTO SLIP-LINE
964318     WRITE SLIP-LINE
964319     MOVE SPACES TO SLIP-LINE
964319     STRING "COUNTED BY  : " DELIMITED BY SIZE
964320         LS-USERNAME DELIMITED BY SPACE
964320         "  CONFIRMED BY: " DELIMITED BY SIZE
964321         WS-CONFIRMED-BY DELIMITED BY SPACE
964321         INTO SLIP-LINE
964322     WRITE SLIP-LINE
964322     CLOSE VAULT-SLIP-FILE
964323     EXIT.
964323 WRITE-VAULT-MOVE.
964324     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
964324     ACCEPT WS-TIME-PART FROM TIME
964325     OPEN EXTEND VAULT-MOVE-FILE
964325     MOVE WS-BRANCH-NUM TO VM-BRANCH
964326     COMPUTE VM-TIMESTAMP =
964326         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
964327     MOVE WS-BUSINESS-DATE TO VM-BUS-DATE
964327     MOVE WS-MOVE-TYPE TO VM-TYPE
964328     MOVE LS-USERNAME TO VM-OPERATOR
964328     MOVE WS-CONFIRMED-BY TO VM-CONFIRMED-BY
964329     MOVE WS-REFERENCE TO VM-REFERENCE
964329     MOVE WS-ENTRY-AMOUNT TO VM-AMOUNT
964330     PERFORM VARYING WS-DX FROM 1 BY 1
964330         UNTIL WS-DX > DENOM-KINDS
964331         MOVE WS-ENTRY-COUNT(WS-DX) TO VM-DENOM-COUNT(WS-DX)
964331     END-PERFORM
964332     WRITE VAULT-MOVE-RECORD
964332     CLOSE VAULT-MOVE-FILE
964333     EXIT.
964333 LIST-VAULT-ACTIVITY.
964334     PERFORM ACCEPT-BRANCH
964334     IF WS-BRANCH-OK = 'Y'
964335         MOVE 0 TO WS-MOVE-COUNT
964335         MOVE 'N' TO WS-VM-EOF
964336         OPEN INPUT VAULT-MOVE-FILE
964336         IF WS-VM-FILE-STATUS NOT = "00"
964337             MOVE 'Y' TO WS-VM-EOF
964337         END-IF
964338         DISPLAY "TIME    TYPE     TELLER/CUSTODIAN     "
964338             "CONFIRMED BY                AMOUNT"
964339         PERFORM UNTIL WS-VM-EOF = 'Y'
964339             READ VAULT-MOVE-FILE
964340                 AT END
964340                     MOVE 'Y' TO WS-VM-EOF
964341                 NOT AT END
964341                     IF VM-BRANCH = WS-BRANCH-NUM
964342                         AND VM-BUS-DATE = WS-BUSINESS-DATE
964342                         PERFORM SHOW-VAULT-MOVE
964343                     END-IF
964343             END-READ
964344         END-PERFORM
964344         IF WS-VM-FILE-STATUS NOT = "35"
964345             CLOSE VAULT-MOVE-FILE
964345         END-IF
964346         DISPLAY WS-MOVE-COUNT " movement(s) today."
964346     END-IF
964347     EXIT.
964347 SHOW-VAULT-MOVE.
964348     ADD 1 TO WS-MOVE-COUNT
964348     MOVE VM-TIMESTAMP(9:6) TO WS-TIME-DISP
964349     MOVE VM-AMOUNT TO WS-AMOUNT-DISP
964349     DISPLAY WS-TIME-DISP "  " VM-TYPE " " VM-OPERATOR " "
964350         VM-CONFIRMED-BY " " WS-AMOUNT-DISP
979457*Foreign notes movements are in units of the currency named at
979457*the front of the reference.
979458     IF VM-TYPE(1:2) = "FX"
979458         DISPLAY "        Currency: " VM-REFERENCE(1:3)
979459         IF VM-REFERENCE(5:16) NOT = SPACES
979459             DISPLAY "        Manifest/seal: " VM-REFERENCE(5:16)
979460         END-IF
979460     ELSE
964350     IF VM-REFERENCE NOT = SPACES
964351         DISPLAY "        Manifest/seal: " VM-REFERENCE
964351     END-IF
979461     END-IF
964352     EXIT.
979461 OPEN-FX-VAULT-IO.
979462     OPEN I-O FX-VAULT-FILE
979462     IF WS-FXV-FILE-STATUS = "35"
979463         OPEN OUTPUT FX-VAULT-FILE
979463         CLOSE FX-VAULT-FILE
979464         OPEN I-O FX-VAULT-FILE
979464     END-IF
979465     EXIT.
979465 SHOW-FX-VAULT-POSITION.
979466*Foreign notes are held in the vault by currency, in units of the
979466*currency, alongside the branch's own cash.
979467     PERFORM ACCEPT-BRANCH
979467     IF WS-BRANCH-OK = 'Y'
979468         PERFORM OPEN-FX-VAULT-IO
979468         MOVE 0 TO WS-FX-COUNT
979469         MOVE 'N' TO WS-FXV-EOF
979469         MOVE WS-BRANCH-NUM TO FXV-BRANCH
979470         MOVE SPACES TO FXV-CURRENCY
979470         START FX-VAULT-FILE KEY IS >= FXV-KEY
979471             INVALID KEY
979471                 MOVE 'Y' TO WS-FXV-EOF
979472         END-START
979472         DISPLAY "CURRENCY           HELD  LAST MOVED"
979473         PERFORM UNTIL WS-FXV-EOF = 'Y'
979473             READ FX-VAULT-FILE NEXT RECORD
979474                 AT END
979474                     MOVE 'Y' TO WS-FXV-EOF
979475                 NOT AT END
979475                     IF FXV-BRANCH NOT = WS-BRANCH-NUM
979476                         MOVE 'Y' TO WS-FXV-EOF
979476                     ELSE
979477                         ADD 1 TO WS-FX-COUNT
979477                         MOVE FXV-HELD TO WS-AMOUNT-DISP
979478                         DISPLAY FXV-CURRENCY "   " WS-AMOUNT-DISP
979478                             "  " FXV-LAST-MOVE-DATE
979479                     END-IF
979479             END-READ
979480         END-PERFORM
979480         IF WS-FX-COUNT = 0
979481             DISPLAY "No foreign notes in this vault."
979481         END-IF
979482         CLOSE FX-VAULT-FILE
979482     END-IF
979483     EXIT.
979483 RECORD-FX-SHIPMENT.
979484*Foreign notes received from or returned to the currency supplier,
979484*in units of the currency, against the supplier's manifest.
979485     PERFORM ACCEPT-BRANCH
979485     IF WS-BRANCH-OK = 'Y'
979486         MOVE 'Y' TO WS-FX-OK
979486         DISPLAY "Notes (R)eceived or (S)ent back: "
979487             WITH NO ADVANCING
979487         ACCEPT WS-FX-DIRECTION
979488         MOVE FUNCTION UPPER-CASE(WS-FX-DIRECTION)
979488             TO WS-FX-DIRECTION
979489         IF WS-FX-DIRECTION = 'R'
979489             MOVE "FXSHIPIN" TO WS-MOVE-TYPE
979490         ELSE
979490         IF WS-FX-DIRECTION = 'S'
979491             MOVE "FXSHPOUT" TO WS-MOVE-TYPE
979491         ELSE
979492             DISPLAY "Invalid choice."
979492             MOVE 'N' TO WS-FX-OK
979493         END-IF
979493         END-IF
979494     ELSE
979494         MOVE 'N' TO WS-FX-OK
979495     END-IF
979495     IF WS-FX-OK = 'Y'
979496         DISPLAY "Currency code: " WITH NO ADVANCING
979496         ACCEPT WS-FX-CURRENCY
979497         MOVE FUNCTION UPPER-CASE(WS-FX-CURRENCY)
979497             TO WS-FX-CURRENCY
979498         PERFORM CHECK-FX-CURRENCY
979498     END-IF
979499     IF WS-FX-OK = 'Y'
979499         MOVE 0 TO WS-FX-AMOUNT
979500         DISPLAY "Amount in " WS-FX-CURRENCY ": "
979500             WITH NO ADVANCING
979500         ACCEPT WS-FX-AMOUNT
979501         MOVE SPACES TO WS-FX-MANIFEST
979501         DISPLAY "Manifest/seal number: " WITH NO ADVANCING
979502         ACCEPT WS-FX-MANIFEST
979502         PERFORM OPEN-FX-VAULT-IO
979503         PERFORM READ-FX-VAULT
979503         PERFORM CHECK-FX-SHIPMENT
979504         CLOSE FX-VAULT-FILE
979504     END-IF
979505     EXIT.
979505 CHECK-FX-CURRENCY.
979506*Only currencies on the rate file are held.
979506     OPEN INPUT FX-RATE-FILE
979507     IF WS-FXR-FILE-STATUS NOT = "00"
979507         DISPLAY "No currency rates on file."
979508         MOVE 'N' TO WS-FX-OK
979508     ELSE
979509         MOVE WS-FX-CURRENCY TO FXR-CURRENCY
979509         READ FX-RATE-FILE
979510             INVALID KEY
979510                 DISPLAY "Currency not dealt at the window."
979511                 MOVE 'N' TO WS-FX-OK
979511         END-READ
979512         CLOSE FX-RATE-FILE
979512     END-IF
979513     EXIT.
979513 READ-FX-VAULT.
979514*A currency the vault has never held starts from nothing.
979514     MOVE 'N' TO WS-FXV-FOUND
979515     MOVE WS-BRANCH-NUM TO FXV-BRANCH
979515     MOVE WS-FX-CURRENCY TO FXV-CURRENCY
979516     READ FX-VAULT-FILE
979516         INVALID KEY
979517             CONTINUE
979517         NOT INVALID KEY
979518             MOVE 'Y' TO WS-FXV-FOUND
979518     END-READ
979519     IF WS-FXV-FOUND = 'N'
979519         INITIALIZE FX-VAULT-RECORD
979520         MOVE WS-BRANCH-NUM TO FXV-BRANCH
979520         MOVE WS-FX-CURRENCY TO FXV-CURRENCY
979521     END-IF
979521     EXIT.
979522 CHECK-FX-SHIPMENT.
979522     MOVE 'N' TO WS-SHORT-FLAG
979523     IF WS-FX-AMOUNT NOT > 0
979523         DISPLAY "Nothing to record."
979524         MOVE 'Y' TO WS-SHORT-FLAG
979524     END-IF
979525     IF WS-FX-MANIFEST = SPACES
979525         DISPLAY "Manifest/seal number is required."
979526         MOVE 'Y' TO WS-SHORT-FLAG
979526     END-IF
979527     IF WS-MOVE-TYPE = "FXSHPOUT" AND WS-FX-AMOUNT > FXV-HELD
979527         MOVE FXV-HELD TO WS-AMOUNT-DISP
979528         DISPLAY "Vault holds only " WS-AMOUNT-DISP " "
979528             WS-FX-CURRENCY
979529         MOVE 'Y' TO WS-SHORT-FLAG
979529     END-IF
979530     IF WS-SHORT-FLAG = 'N'
979530         CALL "DUAL_CONTROL_CHECK" USING LS-USERNAME
979531             WS-CONFIRMED-BY WS-CONFIRMED
979531         IF WS-CONFIRMED = 'Y'
979532             PERFORM APPLY-FX-SHIPMENT
979532         ELSE
979533             DISPLAY "Shipment not recorded."
979533         END-IF
979534     END-IF
979534     EXIT.
979535 APPLY-FX-SHIPMENT.
979535     IF WS-MOVE-TYPE = "FXSHIPIN"
979536         ADD WS-FX-AMOUNT TO FXV-HELD
979536     ELSE
979537         SUBTRACT WS-FX-AMOUNT FROM FXV-HELD
979537     END-IF
979538     MOVE WS-BUSINESS-DATE TO FXV-LAST-MOVE-DATE
979538     MOVE LS-USERNAME TO FXV-LAST-MOVE-BY
979539     IF WS-FXV-FOUND = 'Y'
979539         REWRITE FX-VAULT-RECORD
979540             INVALID KEY
979540                 MOVE 'N' TO WS-FX-OK
979541         END-REWRITE
979541     ELSE
979542         WRITE FX-VAULT-RECORD
979542             INVALID KEY
979543                 MOVE 'N' TO WS-FX-OK
979543         END-WRITE
979544     END-IF
979544     IF WS-FX-OK = 'Y'
979545         MOVE SPACES TO WS-REFERENCE
979546         STRING WS-FX-CURRENCY DELIMITED BY SIZE
979546             " " DELIMITED BY SIZE
979547             WS-FX-MANIFEST DELIMITED BY SIZE
979547             INTO WS-REFERENCE
979548         MOVE WS-FX-AMOUNT TO WS-ENTRY-AMOUNT
979548         INITIALIZE WS-ENTRY-COUNTS
979549         PERFORM WRITE-VAULT-MOVE
979549         MOVE FXV-HELD TO WS-AMOUNT-DISP
979550         DISPLAY ">>> Shipment recorded. Vault " WS-FX-CURRENCY
979550             ": " WS-AMOUNT-DISP
979551     ELSE
979551         DISPLAY "Vault foreign notes update failed."
979552     END-IF
979552     EXIT.
