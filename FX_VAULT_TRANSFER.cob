979300 IDENTIFICATION DIVISION.
979300 PROGRAM-ID. FX_VAULT_TRANSFER.
979301 AUTHOR. ELYZ.
979301 ENVIRONMENT DIVISION.
979302 INPUT-OUTPUT SECTION.
979302 FILE-CONTROL.
979303     SELECT FX-VAULT-FILE ASSIGN TO "FXVAULT.DAT"
979303         ORGANIZATION IS INDEXED
979304         ACCESS MODE IS DYNAMIC
979304         RECORD KEY IS FXV-KEY
979305         FILE STATUS IS WS-FXV-FILE-STATUS.
979305     SELECT VAULT-MOVE-FILE ASSIGN TO "VLTMOVE.DAT"
979306         ORGANIZATION IS LINE SEQUENTIAL
979306         FILE STATUS IS WS-VM-FILE-STATUS.
979307 DATA DIVISION.
979307 FILE SECTION.
979308 FD  FX-VAULT-FILE.
979308     COPY FXVTREC.
979309 FD  VAULT-MOVE-FILE.
979309     COPY VMOVREC.
979310 WORKING-STORAGE SECTION.
979310 01  WS-FXV-FILE-STATUS    PIC XX VALUE "00".
979311 01  WS-VM-FILE-STATUS     PIC XX VALUE "00".
979311 01  WS-FXV-FOUND          PIC X VALUE 'N'.
979312 01  WS-DATE-PART          PIC 9(8).
979312 01  WS-TIME-PART          PIC 9(8).
979313 01  WS-BUSINESS-DATE      PIC 9(8).
979313 01  WS-BUS-DATE-ENV       PIC X(8) VALUE SPACES.
979314 01  WS-HELD-DISP          PIC Z,ZZZ,ZZZ,ZZ9.99.
979314 01  WS-CONFIRMED          PIC X VALUE 'N'.
979315 01  WS-CONFIRMED-BY       PIC X(20).
979315 LINKAGE SECTION.
979316 01  LS-USERNAME           PIC X(20).
979316 01  LS-BRANCH             PIC 9(3).
979317*'F' teller takes notes from the vault, 'T' returns them to it.
979317 01  LS-DIRECTION          PIC X.
979318 01  LS-CURRENCY           PIC X(3).
979318*In units of the foreign currency.
979319 01  LS-AMOUNT             PIC 9(9)V99.
979319*'Y' moved, 'V' the vault notes file is not available, 'I' the
979320*vault does not hold that many notes of the currency, 'C' second
979320*person did not confirm (nothing moved).
979321 01  LS-RESULT             PIC X.
979321 PROCEDURE DIVISION USING LS-USERNAME LS-BRANCH LS-DIRECTION
979322         LS-CURRENCY LS-AMOUNT LS-RESULT.
979322 MAIN-PARA.
979323     MOVE 'V' TO LS-RESULT
979323     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
979324     ACCEPT WS-TIME-PART FROM TIME
979324     PERFORM SET-BUSINESS-DATE
979325     OPEN I-O FX-VAULT-FILE
979325     IF WS-FXV-FILE-STATUS = "35"
979326         OPEN OUTPUT FX-VAULT-FILE
979326         CLOSE FX-VAULT-FILE
979327         OPEN I-O FX-VAULT-FILE
979327     END-IF
979328     IF WS-FXV-FILE-STATUS = "00"
979328         PERFORM READ-FX-VAULT
979329         PERFORM MOVE-FX-NOTES
979329         CLOSE FX-VAULT-FILE
979330     END-IF
979330     GOBACK.
979331 SET-BUSINESS-DATE.
979331     MOVE WS-DATE-PART TO WS-BUSINESS-DATE
979332     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
979332     IF WS-BUS-DATE-ENV NOT = SPACES
979333         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
979333         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
979334             TO WS-BUSINESS-DATE
979334     END-IF
979335     EXIT.
979335 READ-FX-VAULT.
979336*A currency the vault has never held starts from nothing.
979336     MOVE 'N' TO WS-FXV-FOUND
979337     MOVE LS-BRANCH TO FXV-BRANCH
979337     MOVE LS-CURRENCY TO FXV-CURRENCY
979338     READ FX-VAULT-FILE
979338         INVALID KEY
979339             CONTINUE
979339         NOT INVALID KEY
979340             MOVE 'Y' TO WS-FXV-FOUND
979340     END-READ
979341     IF WS-FXV-FOUND = 'N'
979341         INITIALIZE FX-VAULT-RECORD
979342         MOVE LS-BRANCH TO FXV-BRANCH
979342         MOVE LS-CURRENCY TO FXV-CURRENCY
979343     END-IF
979343     EXIT.
979344 MOVE-FX-NOTES.
979344*The vault must hold the notes the teller takes; notes returned
979345*are taken as counted.
979345     MOVE 'Y' TO LS-RESULT
979346     IF LS-DIRECTION = 'F' AND LS-AMOUNT > FXV-HELD
979346         MOVE FXV-HELD TO WS-HELD-DISP
979347         DISPLAY "Vault holds only " WS-HELD-DISP " " LS-CURRENCY
979347         MOVE 'I' TO LS-RESULT
979348     END-IF
979348     IF LS-RESULT = 'Y'
979349         MOVE 'N' TO WS-CONFIRMED
979349         CALL "DUAL_CONTROL_CHECK" USING LS-USERNAME
979350             WS-CONFIRMED-BY WS-CONFIRMED
979350         IF WS-CONFIRMED NOT = 'Y'
979351             MOVE 'C' TO LS-RESULT
979351         END-IF
979352     END-IF
979352     IF LS-RESULT = 'Y'
979353         IF LS-DIRECTION = 'F'
979353             SUBTRACT LS-AMOUNT FROM FXV-HELD
979354         ELSE
979354             ADD LS-AMOUNT TO FXV-HELD
979355         END-IF
979355         MOVE WS-BUSINESS-DATE TO FXV-LAST-MOVE-DATE
979356         MOVE LS-USERNAME TO FXV-LAST-MOVE-BY
979356         IF WS-FXV-FOUND = 'Y'
979357             REWRITE FX-VAULT-RECORD
979357                 INVALID KEY
979358                     MOVE 'V' TO LS-RESULT
979358             END-REWRITE
979359         ELSE
979359             WRITE FX-VAULT-RECORD
979360                 INVALID KEY
979360                     MOVE 'V' TO LS-RESULT
979361             END-WRITE
979361         END-IF
979362         IF LS-RESULT = 'Y'
979362             PERFORM WRITE-VAULT-MOVE
979363         ELSE
979363             DISPLAY "Vault foreign notes update failed."
979364         END-IF
979364     END-IF
979365     EXIT.
979365 WRITE-VAULT-MOVE.
979366     OPEN EXTEND VAULT-MOVE-FILE
979366     IF WS-VM-FILE-STATUS = "35"
979367         OPEN OUTPUT VAULT-MOVE-FILE
979367     END-IF
979368     INITIALIZE VAULT-MOVE-RECORD
979368     MOVE LS-BRANCH TO VM-BRANCH
979369     COMPUTE VM-TIMESTAMP =
979369         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
979370     MOVE WS-BUSINESS-DATE TO VM-BUS-DATE
979370     IF LS-DIRECTION = 'F'
979371         MOVE "FXBUY" TO VM-TYPE
979371     ELSE
979372         MOVE "FXSELL" TO VM-TYPE
979372     END-IF
979373     MOVE LS-USERNAME TO VM-OPERATOR
979373     MOVE WS-CONFIRMED-BY TO VM-CONFIRMED-BY
979374     MOVE LS-CURRENCY TO VM-REFERENCE
979374     MOVE LS-AMOUNT TO VM-AMOUNT
979375     WRITE VAULT-MOVE-RECORD
979375     CLOSE VAULT-MOVE-FILE
979376     EXIT.
