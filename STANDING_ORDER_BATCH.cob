463121 01  WS-TYPE-CR              PIC X(2) VALUE "CR".
463121 01  WS-LEGS-OK              PIC X VALUE 'N'.
463122 01  WS-RESULT-TAG           PIC X(14).
972182 01  WS-PRODUCT-FOUND        PIC X.
972182     COPY PRODREC.
463122 01  WS-AMOUNT-DISP          PIC -9(8).99.
463123 01  WS-NEXT-RUN.
463123     05  WS-NR-YYYY          PIC 9(4).
463125                             PIC 9(8).
463126 01  WS-DATE-INT             PIC 9(8).
917408 01  WS-OPERATOR-ID          PIC X(20) VALUE "STANDORD".
941101 01  WS-POST-DESC            PIC X(30) VALUE SPACES.
941101 01  WS-TRAN-CODE            PIC X(4).
824130 01  WS-DAY-OF-WEEK          PIC 9.
824130 01  WS-HOLIDAY-FLAG         PIC X.
824131 01  WS-ROLL-AGAIN           PIC X.
979998 01  WS-SWEEP-FUNCTION       PIC X(4) VALUE "POST".
979998 01  WS-SWEEP-FEE            PIC 9(3)V99.
979999 01  WS-SWEEPS-POSTED        PIC 9(6) VALUE 0.
979999 01  WS-SWEEP-NEED           PIC S9(9)V99 COMP-3.
980000 01  WS-SWEEP-AMOUNT         PIC S9(9)V99 COMP-3.
980000 01  WS-SWEEP-CHK-ACCT       PIC 9(8).
980001 01  WS-SWEEP-SAV-ACCT       PIC 9(8).
980001 01  WS-SWEEP-SAV-BALANCE    PIC S9(9)V99 COMP-3.
980002 01  WS-SWEEP-CHK-BALANCE    PIC S9(9)V99 COMP-3.
980002 01  WS-SWEEP-RESULT         PIC X.
463126 PROCEDURE DIVISION.
463127 MAIN-PARA.
463127     ACCEPT WS-TODAY FROM DATE YYYYMMDD
463138     DISPLAY "Orders executed: " WS-EXECUTED-COUNT
463138     DISPLAY "Orders failed  : " WS-FAILED-COUNT
463139     DISPLAY "Orders expired : " WS-EXPIRED-COUNT
952610     DISPLAY "OD sweeps      : " WS-SWEEPS-POSTED
463139     STOP RUN.
463140 PRINT-REGISTER-HEADER.
463140     MOVE SPACES TO REGISTER-LINE
463163         MOVE "FAILED-ACCT" TO WS-RESULT-TAG
463163         PERFORM ORDER-FAILED
463164     ELSE
972183     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972183         WS-PRODUCT-FOUND
972184     IF PRD-CHAN-STANDING NOT = 'Y'
972184         MOVE "FAILED-CHANNEL" TO WS-RESULT-TAG
463166         PERFORM ORDER-FAILED
463166     ELSE
463165         CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
952609         MOVE SO-AMOUNT TO WS-SWEEP-NEED
952609         PERFORM OD-PROTECTION-SWEEP
463164         MOVE ACCT-BALANCE TO WS-FROM-BALANCE
463165         COMPUTE WS-AVAILABLE-BAL =
463166             ACCT-BALANCE - WS-HOLD-TOTAL
463166         IF SO-AMOUNT > WS-AVAILABLE-BAL
463195     END-READ
463195     IF WS-LEGS-OK = 'Y'
463196         MOVE SO-AMOUNT TO WS-POST-AMOUNT
941102         MOVE "SODR" TO WS-TRAN-CODE
463196         CALL "POST-TRANSACTION-C" USING SO-ACCT-NUMBER
463197             WS-TYPE-DR WS-POST-AMOUNT WS-FROM-BALANCE
463198             WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
941102         MOVE "SOCR" TO WS-TRAN-CODE
463197         CALL "POST-TRANSACTION-C" USING SO-COUNTERPART-ACCT
463198             WS-TYPE-CR WS-POST-AMOUNT WS-TO-BALANCE
463199             WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
463198         PERFORM ORDER-EXECUTED
463199     ELSE
463199         PERFORM BACK-OUT-FIRST-LEG
824140         END-IF
824140     END-PERFORM
824141     EXIT.
980003 OD-PROTECTION-SWEEP.
980003*A debit of WS-SWEEP-NEED that would take the balance less holds
980004*below zero first draws the shortfall, plus the sweep fee, across
980004*from the protecting account.  OVERDRAFT_SWEEP decides from the
980005*two accounts' products whether the sweep applies and posts it;
980005*if it cannot cover all of it nothing moves and the debit goes
980006*ahead as though the account were unprotected.  The master is
980006*closed across the call, which opens it itself.  Expects the
980007*debited record read and its holds in WS-HOLD-TOTAL; leaves that
980007*record re-read.
980008     IF ACCT-LINKED-ACCT NOT = 0
980008         AND WS-SWEEP-NEED > ACCT-BALANCE - WS-HOLD-TOTAL
980009         MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
980009         CLOSE ACCOUNT-MASTER-FILE
980010         CALL "OVERDRAFT_SWEEP" USING WS-SWEEP-FUNCTION
980010             WS-SWEEP-CHK-ACCT WS-SWEEP-NEED WS-HOLD-TOTAL
980011             WS-OPERATOR-ID WS-SWEEP-RESULT WS-SWEEP-SAV-ACCT
980011             WS-SWEEP-AMOUNT WS-SWEEP-FEE WS-SWEEP-SAV-BALANCE
980012             WS-SWEEP-CHK-BALANCE
980012         OPEN I-O ACCOUNT-MASTER-FILE
980013         IF WS-SWEEP-RESULT = 'Y'
980013             ADD 1 TO WS-SWEEPS-POSTED
980014         END-IF
980014         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
980015         READ ACCOUNT-MASTER-FILE
980015             INVALID KEY
980016                 DISPLAY "Account re-read failed after sweep: "
980016                     WS-SWEEP-CHK-ACCT
980017         END-READ
980017     END-IF
980018     EXIT.
463232 PRINT-REGISTER-LINE.
463232     MOVE SO-AMOUNT TO WS-AMOUNT-DISP
463233     MOVE SPACES TO REGISTER-LINE
