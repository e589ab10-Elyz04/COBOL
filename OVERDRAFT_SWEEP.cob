979740 IDENTIFICATION DIVISION.
979740 PROGRAM-ID. OVERDRAFT_SWEEP.
979741 AUTHOR. ELYZ.
979741 ENVIRONMENT DIVISION.
979742 INPUT-OUTPUT SECTION.
979742 FILE-CONTROL.
979743     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
979743         ORGANIZATION IS INDEXED
979744         ACCESS MODE IS DYNAMIC
979744         RECORD KEY IS ACCT-NUMBER
979745         FILE STATUS IS WS-ACCT-FILE-STATUS.
979745 DATA DIVISION.
979746 FILE SECTION.
979746 FD  ACCOUNT-MASTER-FILE.
979747     COPY ACCTREC.
979747 WORKING-STORAGE SECTION.
979748 01  WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
979748 01  WS-PRODUCT-FOUND      PIC X.
979749     COPY PRODREC.
979749 01  WS-SWEEP-WANTED       PIC X VALUE 'N'.
979750 01  WS-SWEEP-SHORT        PIC S9(9)V99 COMP-3.
979750 01  WS-SAV-HOLDS          PIC S9(9)V99 COMP-3.
979751 01  WS-SAV-AVAIL          PIC S9(9)V99 COMP-3.
979751 01  WS-SAV-OK             PIC X VALUE 'N'.
979752 01  WS-CHK-OK             PIC X VALUE 'N'.
979752 01  WS-CHK-FINAL          PIC S9(9)V99 COMP-3.
979753 01  WS-TRAN-TYPE          PIC X(2).
979753 01  WS-POST-AMOUNT        PIC S9(9)V99 COMP-3.
979754 01  WS-POST-DESC          PIC X(30).
979754 01  WS-TRAN-CODE          PIC X(4).
979755 LINKAGE SECTION.
979755*"POST" moves the money and posts the sweep entries through
979756*POST-TRANSACTION-C; "MOVE" moves the money only, for
979756*TRANSACTION_MANAGEMENT, which owns that entry point and writes
979757*the entries to its own ledger from the balances returned.
979757 01  LS-FUNCTION           PIC X(4).
979758 01  LS-CHK-ACCT           PIC 9(8).
979758 01  LS-NEED               PIC S9(9)V99 COMP-3.
979759 01  LS-HOLD-TOTAL         PIC S9(9)V99 COMP-3.
979759 01  LS-OPERATOR           PIC X(20).
979760*'Y' swept, 'N' no sweep needed or the account's product is not
979760*protected, 'S' the protecting account cannot cover the shortfall,
979761*'B' the sweep could not be completed and was backed out (nothing
979761*moved in any case but 'Y').
979762 01  LS-RESULT             PIC X.
979762 01  LS-SAV-ACCT           PIC 9(8).
979763 01  LS-SWEEP-AMOUNT       PIC S9(9)V99 COMP-3.
979763 01  LS-SWEEP-FEE          PIC 9(3)V99.
979764 01  LS-SAV-BALANCE        PIC S9(9)V99 COMP-3.
979764 01  LS-CHK-BALANCE        PIC S9(9)V99 COMP-3.
979765 PROCEDURE DIVISION USING LS-FUNCTION LS-CHK-ACCT LS-NEED
979765         LS-HOLD-TOTAL LS-OPERATOR LS-RESULT LS-SAV-ACCT
979766         LS-SWEEP-AMOUNT LS-SWEEP-FEE LS-SAV-BALANCE
979766         LS-CHK-BALANCE.
979767 MAIN-PARA.
979767*A debit of LS-NEED that would take the balance less holds
979768*(LS-HOLD-TOTAL) below zero first draws the shortfall, plus the
979768*product's sweep fee, across from the account named in
979769*ACCT-LINKED-ACCT.  The debited account's product must be
979769*protected by a sweep and the protecting account's product must
979770*be able to fund one.  If the protecting account cannot cover all
979770*of it nothing moves and the debit falls back to the overdraft
979771*limit and overdraft fee.  The caller closes the account master
979771*across the call and reads the debited account again afterwards.
979772     MOVE 'N' TO LS-RESULT
979772     MOVE 0 TO LS-SAV-ACCT
979773     MOVE 0 TO LS-SWEEP-AMOUNT
979773     MOVE 0 TO LS-SWEEP-FEE
979774     MOVE 0 TO LS-SAV-BALANCE
979774     MOVE 0 TO LS-CHK-BALANCE
979775     OPEN I-O ACCOUNT-MASTER-FILE
979775     IF WS-ACCT-FILE-STATUS = "00"
979776         PERFORM CHECK-SWEEP-WANTED
979776         IF WS-SWEEP-WANTED = 'Y'
979777             PERFORM SWEEP-FROM-PROTECTING
979777         END-IF
979778         CLOSE ACCOUNT-MASTER-FILE
979778     END-IF
979779     GOBACK.
979779 CHECK-SWEEP-WANTED.
979780     MOVE 'N' TO WS-SWEEP-WANTED
979780     MOVE LS-CHK-ACCT TO ACCT-NUMBER
979781     READ ACCOUNT-MASTER-FILE
979781         INVALID KEY
979782             CONTINUE
979782         NOT INVALID KEY
979783             CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
979783                 WS-PRODUCT-FOUND
979784             IF PRD-SWEEP-ROLE = 'P' AND ACCT-LINKED-ACCT NOT = 0
979784                 COMPUTE WS-SWEEP-SHORT =
979785                     LS-NEED - (ACCT-BALANCE - LS-HOLD-TOTAL)
979785                 IF WS-SWEEP-SHORT > 0
979786                     MOVE ACCT-LINKED-ACCT TO LS-SAV-ACCT
979786                     MOVE PRD-SWEEP-FEE TO LS-SWEEP-FEE
979787                     COMPUTE LS-SWEEP-AMOUNT =
979787                         WS-SWEEP-SHORT + LS-SWEEP-FEE
979788                     MOVE 'Y' TO WS-SWEEP-WANTED
979788                 END-IF
979789             END-IF
979789     END-READ
979790     EXIT.
979790 SWEEP-FROM-PROTECTING.
979791     PERFORM SWEEP-DEBIT-PROTECTING
979791     IF WS-SAV-OK = 'Y'
979792         PERFORM SWEEP-CREDIT-PROTECTED
979792         IF WS-CHK-OK = 'Y'
979793             MOVE 'Y' TO LS-RESULT
979793             IF LS-FUNCTION = "POST"
979794                 PERFORM POST-SWEEP-ENTRIES
979794             END-IF
979795             CALL "SWEEP_LOG" USING LS-CHK-ACCT LS-SAV-ACCT
979795                 LS-NEED LS-SWEEP-AMOUNT LS-SWEEP-FEE LS-OPERATOR
979796         ELSE
979796             MOVE 'B' TO LS-RESULT
979797             PERFORM SWEEP-BACK-OUT
979797         END-IF
979798     ELSE
979798         MOVE 'S' TO LS-RESULT
979799         DISPLAY "Sweep not covered by protecting account: "
979799             LS-CHK-ACCT
979800     END-IF
979800     EXIT.
979801 SWEEP-DEBIT-PROTECTING.
979801     MOVE 'N' TO WS-SAV-OK
979802     MOVE LS-SAV-ACCT TO ACCT-NUMBER
979802     READ ACCOUNT-MASTER-FILE
979803         INVALID KEY
979803             CONTINUE
979804         NOT INVALID KEY
979804             CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
979805                 WS-PRODUCT-FOUND
979805             IF PRD-SWEEP-ROLE = 'F' AND ACCT-STATUS = 'O'
979806                 CALL "HOLD_TOTAL" USING ACCT-NUMBER
979806                     WS-SAV-HOLDS
979807                 COMPUTE WS-SAV-AVAIL =
979807                     ACCT-BALANCE - WS-SAV-HOLDS
979808                 IF LS-SWEEP-AMOUNT NOT > WS-SAV-AVAIL
979808                     SUBTRACT LS-SWEEP-AMOUNT FROM ACCT-BALANCE
979809                     MOVE ACCT-BALANCE TO LS-SAV-BALANCE
979809                     REWRITE ACCOUNT-RECORD
979810                         INVALID KEY
979810                             CONTINUE
979811                         NOT INVALID KEY
979811                             MOVE 'Y' TO WS-SAV-OK
979812                     END-REWRITE
979812                 END-IF
979813             END-IF
979813     END-READ
979814     EXIT.
979814 SWEEP-CREDIT-PROTECTED.
979815     MOVE 'N' TO WS-CHK-OK
979815     MOVE LS-CHK-ACCT TO ACCT-NUMBER
979816     READ ACCOUNT-MASTER-FILE
979816         INVALID KEY
979817             CONTINUE
979817         NOT INVALID KEY
979818             ADD LS-SWEEP-AMOUNT TO ACCT-BALANCE
979818             MOVE ACCT-BALANCE TO LS-CHK-BALANCE
979819             SUBTRACT LS-SWEEP-FEE FROM ACCT-BALANCE
979819             MOVE ACCT-BALANCE TO WS-CHK-FINAL
979820             REWRITE ACCOUNT-RECORD
979820                 INVALID KEY
979821                     CONTINUE
979821                 NOT INVALID KEY
979822                     MOVE 'Y' TO WS-CHK-OK
979822             END-REWRITE
979823     END-READ
979823     EXIT.
979824 POST-SWEEP-ENTRIES.
979824*The sweep posts as a linked pair, each leg naming the other
979825*account, followed by the sweep fee on the protected account.
979825     MOVE "DR" TO WS-TRAN-TYPE
979826     MOVE LS-SWEEP-AMOUNT TO WS-POST-AMOUNT
979826     MOVE SPACES TO WS-POST-DESC
979827     STRING "OD SWEEP TO " DELIMITED BY SIZE
979827         LS-CHK-ACCT DELIMITED BY SIZE
979828         INTO WS-POST-DESC
979828     MOVE "OPDR" TO WS-TRAN-CODE
979829     CALL "POST-TRANSACTION-C" USING LS-SAV-ACCT WS-TRAN-TYPE
979829         WS-POST-AMOUNT LS-SAV-BALANCE LS-OPERATOR WS-POST-DESC
979830         WS-TRAN-CODE
979830     MOVE "CR" TO WS-TRAN-TYPE
979831     MOVE SPACES TO WS-POST-DESC
979831     STRING "OD SWEEP FROM " DELIMITED BY SIZE
979832         LS-SAV-ACCT DELIMITED BY SIZE
979832         INTO WS-POST-DESC
979833     MOVE "OPCR" TO WS-TRAN-CODE
979833     CALL "POST-TRANSACTION-C" USING LS-CHK-ACCT WS-TRAN-TYPE
979834         WS-POST-AMOUNT LS-CHK-BALANCE LS-OPERATOR WS-POST-DESC
979834         WS-TRAN-CODE
979835     IF LS-SWEEP-FEE > 0
979835         MOVE "DR" TO WS-TRAN-TYPE
979836         MOVE LS-SWEEP-FEE TO WS-POST-AMOUNT
979836         MOVE "OD PROTECTION SWEEP FEE" TO WS-POST-DESC
979837         MOVE "OPFE" TO WS-TRAN-CODE
979837         CALL "POST-TRANSACTION-C" USING LS-CHK-ACCT WS-TRAN-TYPE
979838             WS-POST-AMOUNT WS-CHK-FINAL LS-OPERATOR WS-POST-DESC
979838             WS-TRAN-CODE
979839     END-IF
979839     EXIT.
979840 SWEEP-BACK-OUT.
979840     MOVE LS-SAV-ACCT TO ACCT-NUMBER
979841     READ ACCOUNT-MASTER-FILE
979841         INVALID KEY
979842             DISPLAY "Sweep back-out failed, account: "
979842                 LS-SAV-ACCT
979843         NOT INVALID KEY
979843             ADD LS-SWEEP-AMOUNT TO ACCT-BALANCE
979844             REWRITE ACCOUNT-RECORD
979844                 INVALID KEY
979845                     DISPLAY "Sweep back-out failed, account: "
979845                         LS-SAV-ACCT
979846                 NOT INVALID KEY
979846                     DISPLAY "Sweep backed out, account: "
979847                         LS-CHK-ACCT
979847             END-REWRITE
979848     END-READ
979848     EXIT.
