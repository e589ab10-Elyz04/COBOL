964001 IDENTIFICATION DIVISION.
964001 PROGRAM-ID. VAULT_CASH_TRANSFER.
964002 AUTHOR. ELYZ.
964002 ENVIRONMENT DIVISION.
964003 INPUT-OUTPUT SECTION.
964003 FILE-CONTROL.
964004     SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
964004         ORGANIZATION IS INDEXED
964005         ACCESS MODE IS DYNAMIC
964005         RECORD KEY IS VLT-BRANCH
964006         FILE STATUS IS WS-VLT-FILE-STATUS.
964006     SELECT VAULT-MOVE-FILE ASSIGN TO "VLTMOVE.DAT"
964007         ORGANIZATION IS LINE SEQUENTIAL
964007         FILE STATUS IS WS-VM-FILE-STATUS.
964008 DATA DIVISION.
964008 FILE SECTION.
964009 FD  VAULT-FILE.
964009     COPY VLTREC.
964010 FD  VAULT-MOVE-FILE.
964010     COPY VMOVREC.
964011 WORKING-STORAGE SECTION.
964011     COPY DENOMTAB.
964012 01  WS-VLT-FILE-STATUS    PIC XX VALUE "00".
964012 01  WS-VM-FILE-STATUS     PIC XX VALUE "00".
964013 01  WS-DATE-PART          PIC 9(8).
964013 01  WS-TIME-PART          PIC 9(8).
964014 01  WS-BUSINESS-DATE      PIC 9(8).
964014 01  WS-BUS-DATE-ENV       PIC X(8) VALUE SPACES.
964015 01  WS-DX                 PIC 99.
964015 01  WS-CONFIRMED          PIC X VALUE 'N'.
964016 01  WS-CONFIRMED-BY       PIC X(20).
964016 LINKAGE SECTION.
964017 01  LS-USERNAME           PIC X(20).
964017 01  LS-BRANCH             PIC 9(3).
964018*'B' teller buys cash from the vault, 'S' teller sells it back.
964018 01  LS-DIRECTION          PIC X.
964019 01  LS-COUNTS.
964019     05  LS-DENOM-COUNT    PIC S9(7) COMP-3 OCCURS 11.
964020 01  LS-AMOUNT             PIC S9(9)V99 COMP-3.
964020*'Y' moved, 'V' no vault set up for the branch, 'I' the vault does
964021*not hold enough of a denomination, 'C' second person did not
964021*confirm (nothing moved).
964022 01  LS-RESULT             PIC X.
964022 PROCEDURE DIVISION USING LS-USERNAME LS-BRANCH LS-DIRECTION
964023         LS-COUNTS LS-AMOUNT LS-RESULT.
964023 MAIN-PARA.
964024     MOVE 'V' TO LS-RESULT
964024     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
964025     ACCEPT WS-TIME-PART FROM TIME
964025     PERFORM SET-BUSINESS-DATE
964026     OPEN I-O VAULT-FILE
964026     IF WS-VLT-FILE-STATUS = "00"
964027         MOVE LS-BRANCH TO VLT-BRANCH
964027         READ VAULT-FILE
964028             INVALID KEY
964028                 MOVE 'V' TO LS-RESULT
964029             NOT INVALID KEY
964029                 PERFORM MOVE-VAULT-CASH
964030         END-READ
964030         CLOSE VAULT-FILE
964031     END-IF
964031     GOBACK.
964032 SET-BUSINESS-DATE.
964032     MOVE WS-DATE-PART TO WS-BUSINESS-DATE
964033     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
964033     IF WS-BUS-DATE-ENV NOT = SPACES
964034         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
964034         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
964035             TO WS-BUSINESS-DATE
964035     END-IF
964036     EXIT.
964036 MOVE-VAULT-CASH.
964037*The vault must hold every note and coin the teller takes; cash
964037*sold back is taken as counted.
964038     MOVE 'Y' TO LS-RESULT
964038     IF LS-DIRECTION = 'B'
964039         PERFORM VARYING WS-DX FROM 1 BY 1
964039             UNTIL WS-DX > DENOM-KINDS
964040             IF LS-DENOM-COUNT(WS-DX) > VLT-DENOM-COUNT(WS-DX)
964040                 DISPLAY "Vault holds only "
964041                     VLT-DENOM-COUNT(WS-DX) " x "
964041                     DENOM-LABEL(WS-DX)
964042                 MOVE 'I' TO LS-RESULT
964042             END-IF
964043         END-PERFORM
964043     END-IF
964044     IF LS-RESULT = 'Y'
964044         MOVE 'N' TO WS-CONFIRMED
964045         CALL "DUAL_CONTROL_CHECK" USING LS-USERNAME
964045             WS-CONFIRMED-BY WS-CONFIRMED
964046         IF WS-CONFIRMED NOT = 'Y'
964046             MOVE 'C' TO LS-RESULT
964047         END-IF
964047     END-IF
964048     IF LS-RESULT = 'Y'
964048         PERFORM VARYING WS-DX FROM 1 BY 1
964049             UNTIL WS-DX > DENOM-KINDS
964049             IF LS-DIRECTION = 'B'
964050                 SUBTRACT LS-DENOM-COUNT(WS-DX)
964050                     FROM VLT-DENOM-COUNT(WS-DX)
964051             ELSE
964051                 ADD LS-DENOM-COUNT(WS-DX)
964052                     TO VLT-DENOM-COUNT(WS-DX)
964052             END-IF
964053         END-PERFORM
964053         IF LS-DIRECTION = 'B'
964054             SUBTRACT LS-AMOUNT FROM VLT-CASH-TOTAL
964054         ELSE
964055             ADD LS-AMOUNT TO VLT-CASH-TOTAL
964055         END-IF
964056         REWRITE VAULT-RECORD
964056             INVALID KEY
964057                 DISPLAY "Vault update failed."
964057                 MOVE 'V' TO LS-RESULT
964058             NOT INVALID KEY
964058                 PERFORM WRITE-VAULT-MOVE
964059         END-REWRITE
964059     END-IF
964060     EXIT.
964060 WRITE-VAULT-MOVE.
964061     OPEN EXTEND VAULT-MOVE-FILE
964061     MOVE LS-BRANCH TO VM-BRANCH
964062     COMPUTE VM-TIMESTAMP =
964062         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
964063     MOVE WS-BUSINESS-DATE TO VM-BUS-DATE
964063     IF LS-DIRECTION = 'B'
964064         MOVE "BUY" TO VM-TYPE
964064     ELSE
964065         MOVE "SELL" TO VM-TYPE
964065     END-IF
964066     MOVE LS-USERNAME TO VM-OPERATOR
964066     MOVE WS-CONFIRMED-BY TO VM-CONFIRMED-BY
964067     MOVE SPACES TO VM-REFERENCE
964067     MOVE LS-AMOUNT TO VM-AMOUNT
964068     PERFORM VARYING WS-DX FROM 1 BY 1
964068         UNTIL WS-DX > DENOM-KINDS
964069         MOVE LS-DENOM-COUNT(WS-DX) TO VM-DENOM-COUNT(WS-DX)
964069     END-PERFORM
964070     WRITE VAULT-MOVE-RECORD
964070     CLOSE VAULT-MOVE-FILE
964071     EXIT.
