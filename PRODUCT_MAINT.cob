971901 IDENTIFICATION DIVISION.
971901 PROGRAM-ID. PRODUCT_MAINT.
971902 AUTHOR. ELYZ.
971902 ENVIRONMENT DIVISION.
971903 INPUT-OUTPUT SECTION.
971903 FILE-CONTROL.
971904     SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
971904         ORGANIZATION IS INDEXED
971905         ACCESS MODE IS DYNAMIC
971905         RECORD KEY IS PRD-ACCT-TYPE
971906         FILE STATUS IS WS-PRD-FILE-STATUS.
971906 DATA DIVISION.
971907 FILE SECTION.
971907 FD  PRODUCT-FILE.
971908     COPY PRODREC.
971908 WORKING-STORAGE SECTION.
971909 01  WS-MENU-OPTION          PIC 9 VALUE 0.
971909 01  WS-PRD-FILE-STATUS      PIC XX VALUE "00".
971910 01  WS-EOF-FLAG             PIC X VALUE 'N'.
971910 01  WS-PRODUCT-FOUND        PIC X VALUE 'N'.
980218 01  WS-LOOKUP-TYPE          PIC X(8).
980218 01  WS-LOOKUP-FOUND         PIC X.
971911 01  WS-INPUT-OK             PIC X VALUE 'Y'.
971911 01  WS-FLAG-IN              PIC X.
971912 01  WS-CHANNEL-LETTERS      PIC X(5) VALUE "TFAKS".
971912 01  WS-CHANNEL-DISP         PIC X(5).
971913 01  WS-FEE-DISP             PIC ZZ9.99.
971913 01  WS-MIN-OPEN-DISP        PIC Z,ZZZ,ZZ9.99.
971914 01  WS-MIN-BAL-DISP         PIC Z,ZZZ,ZZ9.99.
971914 01  WS-LIST-LINE.
971915     05  LL-ACCT-TYPE        PIC X(8).
971915     05  FILLER              PIC X(1) VALUE SPACES.
971916     05  LL-DESCRIPTION      PIC X(16).
971916     05  FILLER              PIC X(1) VALUE SPACES.
971917     05  LL-STATUS           PIC X.
971917     05  FILLER              PIC X(2) VALUE SPACES.
971918     05  LL-INT-BEARING      PIC X.
971918     05  LL-ACCRUAL-FREQ     PIC X.
971919     05  FILLER              PIC X(2) VALUE SPACES.
971919     05  LL-DORMANCY-ELIG    PIC X.
971920     05  FILLER              PIC X(2) VALUE SPACES.
971920     05  LL-OD-ALLOWED       PIC X.
971921     05  FILLER              PIC X(1) VALUE SPACES.
971921     05  LL-OD-FEE           PIC ZZ9.99.
979715     05  FILLER              PIC X(2) VALUE SPACES.
979715     05  LL-SWEEP-ROLE       PIC X.
979716     05  FILLER              PIC X(1) VALUE SPACES.
979716     05  LL-SWEEP-FEE        PIC ZZ9.99.
971922     05  FILLER              PIC X(1) VALUE SPACES.
971922     05  LL-MIN-OPEN-DEP     PIC ZZZZZZ9.
971923     05  FILLER              PIC X(1) VALUE SPACES.
971923     05  LL-MIN-BALANCE      PIC ZZZZZZ9.
971924     05  FILLER              PIC X(1) VALUE SPACES.
971924     05  LL-WDRL-LIMIT       PIC ZZ9.
971925     05  FILLER              PIC X(1) VALUE SPACES.
971925     05  LL-CHANNELS         PIC X(5).
971926     05  FILLER              PIC X(1) VALUE SPACES.
971926     05  LL-GL-PRODUCT       PIC X(8).
971927 LINKAGE SECTION.
971927 01  LS-USERNAME             PIC X(20).
971928 PROCEDURE DIVISION USING LS-USERNAME.
971928 MAIN-PARA.
971929     MOVE 0 TO WS-MENU-OPTION
971929     PERFORM UNTIL WS-MENU-OPTION = 4
971930         PERFORM DISPLAY-MENU
971930         PERFORM PROCESS-OPTION
971931     END-PERFORM
971931     GOBACK.
971932 DISPLAY-MENU.
971932     DISPLAY "+---------------------------------+".
971933     DISPLAY "|   PRODUCT MASTER MAINTENANCE    |".
971933     DISPLAY "+---------------------------------+".
971934     DISPLAY "| 1. List products                |".
971934     DISPLAY "| 2. Add or update product        |".
971935     DISPLAY "| 3. Withdraw or reinstate        |".
971935     DISPLAY "| 4. Go back                      |".
971936     DISPLAY "+---------------------------------+".
971936     DISPLAY "Select an option (1-4): " WITH NO ADVANCING.
971937     ACCEPT WS-MENU-OPTION.
971937     EXIT.
971938 PROCESS-OPTION.
971938     EVALUATE WS-MENU-OPTION
971939         WHEN 1
971939             PERFORM LIST-PRODUCTS
971940         WHEN 2
971940             PERFORM UPDATE-PRODUCT
971941         WHEN 3
971941             PERFORM CHANGE-PRODUCT-STATUS
971942         WHEN 4
971942             DISPLAY ">>> Returning to previous menu..."
971943         WHEN OTHER
971943             DISPLAY "Invalid option. Please try again."
971944     END-EVALUATE
971944     EXIT.
971945 OPEN-PRODUCT-IO.
971945*A new product file starts with the four standard products.
980219*PRODUCT_LOOKUP holds the standard rules and sets the file up with
980219*them when it finds none, so it is called once to do so here.
971946     OPEN I-O PRODUCT-FILE
971947     IF WS-PRD-FILE-STATUS = "35"
980220         MOVE SPACES TO WS-LOOKUP-TYPE
980220         CALL "PRODUCT_LOOKUP" USING WS-LOOKUP-TYPE PRODUCT-RECORD
980221             WS-LOOKUP-FOUND
971948         OPEN I-O PRODUCT-FILE
971949     END-IF
971950     EXIT.
971973 LIST-PRODUCTS.
971974     PERFORM OPEN-PRODUCT-IO
971974     MOVE 'N' TO WS-EOF-FLAG
979717     DISPLAY "TYPE     DESCRIPTION      S  IF  D  O "
979717         " ODFEE  W SWFEE MINOPEN  MINBAL LIM CHNL  GL"
971976     PERFORM UNTIL WS-EOF-FLAG = 'Y'
971976         READ PRODUCT-FILE NEXT RECORD
971977             AT END
971977                 MOVE 'Y' TO WS-EOF-FLAG
971978             NOT AT END
971978                 PERFORM SHOW-LIST-LINE
971979         END-READ
971979     END-PERFORM
971980     DISPLAY "ST A offered, W withdrawn.  IF interest-bearing and"
971980         " accrual frequency."
971981     DISPLAY "CHNL T teller, F feed, A ACH, K checks, S standing"
971981         " orders/autopay."
979718     DISPLAY "W overdraft sweep: P protected, F funds sweeps,"
979718         " N neither."
971982     CLOSE PRODUCT-FILE
971982     EXIT.
971983 SHOW-LIST-LINE.
971983     MOVE PRD-ACCT-TYPE TO LL-ACCT-TYPE
971984     MOVE PRD-DESCRIPTION TO LL-DESCRIPTION
971984     MOVE PRD-STATUS TO LL-STATUS
971985     MOVE PRD-INT-BEARING TO LL-INT-BEARING
971985     MOVE PRD-ACCRUAL-FREQ TO LL-ACCRUAL-FREQ
971986     MOVE PRD-DORMANCY-ELIG TO LL-DORMANCY-ELIG
971986     MOVE PRD-OD-ALLOWED TO LL-OD-ALLOWED
971987     MOVE PRD-OD-FEE TO LL-OD-FEE
979719     MOVE PRD-SWEEP-ROLE TO LL-SWEEP-ROLE
979719     MOVE PRD-SWEEP-FEE TO LL-SWEEP-FEE
971987     MOVE PRD-MIN-OPEN-DEP TO LL-MIN-OPEN-DEP
971988     MOVE PRD-MIN-BALANCE TO LL-MIN-BALANCE
971988     MOVE PRD-WDRL-LIMIT TO LL-WDRL-LIMIT
971989     PERFORM FORMAT-CHANNELS
971989     MOVE WS-CHANNEL-DISP TO LL-CHANNELS
971990     MOVE PRD-GL-PRODUCT TO LL-GL-PRODUCT
971990     DISPLAY WS-LIST-LINE
971991     EXIT.
971991 FORMAT-CHANNELS.
971992*Each open channel shows as its letter, each closed one as a dash.
971992     MOVE WS-CHANNEL-LETTERS TO WS-CHANNEL-DISP
971993     IF PRD-CHAN-TELLER NOT = 'Y'
971993         MOVE "-" TO WS-CHANNEL-DISP(1:1)
971994     END-IF
971994     IF PRD-CHAN-FEED NOT = 'Y'
971995         MOVE "-" TO WS-CHANNEL-DISP(2:1)
971995     END-IF
971996     IF PRD-CHAN-ACH NOT = 'Y'
971996         MOVE "-" TO WS-CHANNEL-DISP(3:1)
971997     END-IF
971997     IF PRD-CHAN-CHECKS NOT = 'Y'
971998         MOVE "-" TO WS-CHANNEL-DISP(4:1)
971998     END-IF
971999     IF PRD-CHAN-STANDING NOT = 'Y'
971999         MOVE "-" TO WS-CHANNEL-DISP(5:1)
972000     END-IF
972000     EXIT.
972001 UPDATE-PRODUCT.
972001     PERFORM OPEN-PRODUCT-IO
972002     MOVE 'N' TO WS-PRODUCT-FOUND
972002     MOVE 'Y' TO WS-INPUT-OK
972003     DISPLAY "Account type (e.g. MONEYMKT): " WITH NO ADVANCING
972003     ACCEPT PRD-ACCT-TYPE
972004     MOVE FUNCTION UPPER-CASE(PRD-ACCT-TYPE) TO PRD-ACCT-TYPE
972004     IF PRD-ACCT-TYPE = SPACES
972005         DISPLAY "Account type is required."
972005     ELSE
972006         READ PRODUCT-FILE
972006             INVALID KEY
980221*A new product starts from the standard rules PRODUCT_LOOKUP gives
980222*a type it does not find.
972007                 MOVE PRD-ACCT-TYPE TO WS-LOOKUP-TYPE
980222                 CLOSE PRODUCT-FILE
980223                 CALL "PRODUCT_LOOKUP" USING WS-LOOKUP-TYPE
980223                     PRODUCT-RECORD WS-LOOKUP-FOUND
980224                 OPEN I-O PRODUCT-FILE
972009                 DISPLAY "New product."
972009             NOT INVALID KEY
972010                 MOVE 'Y' TO WS-PRODUCT-FOUND
972010                 DISPLAY "Current rules:"
972011                 PERFORM SHOW-LIST-LINE
972011         END-READ
972012         PERFORM ACCEPT-PRODUCT-RULES
972012         IF WS-INPUT-OK = 'N'
972013             DISPLAY "Update cancelled."
972013         ELSE
972014             PERFORM SAVE-PRODUCT
972014         END-IF
972015     END-IF
972015     CLOSE PRODUCT-FILE
972016     EXIT.
972016 ACCEPT-PRODUCT-RULES.
972017     DISPLAY "Description: " WITH NO ADVANCING
972017     ACCEPT PRD-DESCRIPTION
972018     DISPLAY "Interest-bearing (Y/N): " WITH NO ADVANCING
972018     PERFORM ACCEPT-YES-NO
972019     MOVE WS-FLAG-IN TO PRD-INT-BEARING
972019     MOVE SPACE TO PRD-ACCRUAL-FREQ
972020     IF PRD-INT-BEARING = 'Y' AND WS-INPUT-OK = 'Y'
972020         DISPLAY "Accrual frequency (M/Q/A): " WITH NO ADVANCING
972021         ACCEPT PRD-ACCRUAL-FREQ
972021         MOVE FUNCTION UPPER-CASE(PRD-ACCRUAL-FREQ)
972022             TO PRD-ACCRUAL-FREQ
972022         IF PRD-ACCRUAL-FREQ NOT = 'M'
972023             AND PRD-ACCRUAL-FREQ NOT = 'Q'
972023             AND PRD-ACCRUAL-FREQ NOT = 'A'
972024             DISPLAY "Frequency must be M, Q or A."
972024             MOVE 'N' TO WS-INPUT-OK
972025         END-IF
972025     END-IF
972026     DISPLAY "Dormancy applies (Y/N): " WITH NO ADVANCING
972026     PERFORM ACCEPT-YES-NO
972027     MOVE WS-FLAG-IN TO PRD-DORMANCY-ELIG
972027     DISPLAY "Overdraft allowed (Y/N): " WITH NO ADVANCING
972028     PERFORM ACCEPT-YES-NO
972028     MOVE WS-FLAG-IN TO PRD-OD-ALLOWED
972029     DISPLAY "Overdraft fee (0 = none): " WITH NO ADVANCING
972029     ACCEPT PRD-OD-FEE
979720     PERFORM ACCEPT-SWEEP-RULES
972030     DISPLAY "Minimum opening deposit: " WITH NO ADVANCING
972030     ACCEPT PRD-MIN-OPEN-DEP
972031     DISPLAY "Minimum balance: " WITH NO ADVANCING
972031     ACCEPT PRD-MIN-BALANCE
972032     DISPLAY "Withdrawals per month (0 = no limit): "
972032         WITH NO ADVANCING
972033     ACCEPT PRD-WDRL-LIMIT
979720     IF PRD-OD-FEE < 0 OR PRD-MIN-OPEN-DEP < 0
979721         OR PRD-MIN-BALANCE < 0 OR PRD-SWEEP-FEE < 0
972034         DISPLAY "Amounts may not be negative."
972035         MOVE 'N' TO WS-INPUT-OK
972035     END-IF
972036     DISPLAY "Teller window (Y/N): " WITH NO ADVANCING
972036     PERFORM ACCEPT-YES-NO
972037     MOVE WS-FLAG-IN TO PRD-CHAN-TELLER
972037     DISPLAY "Batch transaction feed (Y/N): " WITH NO ADVANCING
972038     PERFORM ACCEPT-YES-NO
972038     MOVE WS-FLAG-IN TO PRD-CHAN-FEED
972039     DISPLAY "Inbound ACH entries (Y/N): " WITH NO ADVANCING
972039     PERFORM ACCEPT-YES-NO
972040     MOVE WS-FLAG-IN TO PRD-CHAN-ACH
972040     DISPLAY "Checks presented (Y/N): " WITH NO ADVANCING
972041     PERFORM ACCEPT-YES-NO
972041     MOVE WS-FLAG-IN TO PRD-CHAN-CHECKS
972042     DISPLAY "Standing orders and autopay (Y/N): "
972042         WITH NO ADVANCING
972043     PERFORM ACCEPT-YES-NO
972043     MOVE WS-FLAG-IN TO PRD-CHAN-STANDING
972044     DISPLAY "GL product code (blank = this type): "
972044         WITH NO ADVANCING
972045     ACCEPT PRD-GL-PRODUCT
972045     MOVE FUNCTION UPPER-CASE(PRD-GL-PRODUCT) TO PRD-GL-PRODUCT
972046     IF PRD-GL-PRODUCT = SPACES
972046         MOVE PRD-ACCT-TYPE TO PRD-GL-PRODUCT
972047     END-IF
972047     EXIT.
979721 ACCEPT-SWEEP-RULES.
979722*A protected product's accounts may name a protecting account
979722*whose product funds sweeps; the fee is charged on each sweep.
979723     DISPLAY "Overdraft sweep (P protected / F funds / N none): "
979723         WITH NO ADVANCING
979724     ACCEPT PRD-SWEEP-ROLE
979724     MOVE FUNCTION UPPER-CASE(PRD-SWEEP-ROLE) TO PRD-SWEEP-ROLE
979725     IF PRD-SWEEP-ROLE NOT = 'P' AND PRD-SWEEP-ROLE NOT = 'F'
979725         AND PRD-SWEEP-ROLE NOT = 'N'
979726         DISPLAY "Overdraft sweep must be P, F or N."
979726         MOVE 'N' TO WS-INPUT-OK
979727     END-IF
979727     MOVE 0 TO PRD-SWEEP-FEE
979728     IF PRD-SWEEP-ROLE = 'P' AND WS-INPUT-OK = 'Y'
979728         DISPLAY "Sweep fee (0 = none): " WITH NO ADVANCING
979729         ACCEPT PRD-SWEEP-FEE
979729     END-IF
979730     EXIT.
972048 ACCEPT-YES-NO.
972048     ACCEPT WS-FLAG-IN
972049     MOVE FUNCTION UPPER-CASE(WS-FLAG-IN) TO WS-FLAG-IN
972049     IF WS-FLAG-IN NOT = 'Y' AND WS-FLAG-IN NOT = 'N'
972050         DISPLAY "Answer Y or N."
972050         MOVE 'N' TO WS-INPUT-OK
972051     END-IF
972051     EXIT.
972052 SAVE-PRODUCT.
972052     MOVE LS-USERNAME TO PRD-CHANGED-BY
972053     ACCEPT PRD-CHANGED-DATE FROM DATE YYYYMMDD
972053     IF WS-PRODUCT-FOUND = 'Y'
972054         REWRITE PRODUCT-RECORD
972054             INVALID KEY
972055                 DISPLAY "Update failed."
972055             NOT INVALID KEY
972056                 DISPLAY ">>> Product updated."
972056         END-REWRITE
972057     ELSE
972057         MOVE 'A' TO PRD-STATUS
972058         WRITE PRODUCT-RECORD
972058             INVALID KEY
972059                 DISPLAY "Add failed."
972059             NOT INVALID KEY
972060                 DISPLAY ">>> Product added."
972060         END-WRITE
972061     END-IF
972061     EXIT.
972062 CHANGE-PRODUCT-STATUS.
972062*A product is never removed while accounts may still carry its
972063*type; withdrawing it stops new accounts being opened.
972063     PERFORM OPEN-PRODUCT-IO
972064     DISPLAY "Account type: " WITH NO ADVANCING
972064     ACCEPT PRD-ACCT-TYPE
972065     MOVE FUNCTION UPPER-CASE(PRD-ACCT-TYPE) TO PRD-ACCT-TYPE
972065     READ PRODUCT-FILE
972066         INVALID KEY
972066             DISPLAY "Product not found."
972067         NOT INVALID KEY
972067             IF PRD-STATUS = 'W'
972068                 MOVE 'A' TO PRD-STATUS
972068             ELSE
972069                 MOVE 'W' TO PRD-STATUS
972069             END-IF
972070             MOVE LS-USERNAME TO PRD-CHANGED-BY
972070             ACCEPT PRD-CHANGED-DATE FROM DATE YYYYMMDD
972071             REWRITE PRODUCT-RECORD
972071                 INVALID KEY
972072                     DISPLAY "Update failed."
972072                 NOT INVALID KEY
972073                     IF PRD-STATUS = 'W'
972073                         DISPLAY ">>> Product withdrawn."
972074                     ELSE
972074                         DISPLAY ">>> Product reinstated."
972075                     END-IF
972075             END-REWRITE
972076     END-READ
972076     CLOSE PRODUCT-FILE
972077     EXIT.
