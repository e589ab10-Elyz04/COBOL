877403         ACCESS MODE IS DYNAMIC
877403         RECORD KEY IS GLM-KEY
877404         FILE STATUS IS WS-GLMAP-FILE-STATUS.
940101     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE.DAT"
940101         ORGANIZATION IS INDEXED
940102         ACCESS MODE IS DYNAMIC
940102         RECORD KEY IS TC-CODE
940103         FILE STATUS IS WS-TCODE-FILE-STATUS.
951001     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
951001         ORGANIZATION IS INDEXED
951002         ACCESS MODE IS DYNAMIC
951002         RECORD KEY IS SUS-ID
951003         FILE STATUS IS WS-SUS-FILE-STATUS.
548883 DATA DIVISION.
474757 FILE SECTION.
247811 FD  TRANSACTION-LEDGER-FILE.
895303     COPY ARCHREC.
853404 FD  DISPUTE-CASE-FILE.
853404     COPY DISPREC.
940103 FD  TRAN-CODE-FILE.
940104     COPY TCODEREC.
951003 FD  SUSPENSE-FILE.
951004     COPY SUSPREC.
937680 WORKING-STORAGE SECTION.
622249 01  WS-MENU-OPTION           PIC 99 VALUE 0.
516374 01  WS-TRAN-FILE-STATUS      PIC XX VALUE "00".
992458 01  WS-ACCT-FILE-STATUS      PIC XX VALUE "00".
113596 01  WS-EOF-FLAG              PIC X VALUE 'N'.
139467 01  WS-REVERSAL-REF          PIC 9(14) VALUE 0.
139468 01  WS-HOLD-TOTAL            PIC S9(9)V99 COMP-3.
139468 01  WS-AVAILABLE-BAL         PIC S9(9)V99 COMP-3.
972134 01  WS-OD-FEE                PIC 9(3)V99.
972134 01  WS-PRODUCT-FOUND         PIC X.
972135     COPY PRODREC.
139470 01  WS-ACCT-VALID            PIC X VALUE 'N'.
833113 01  WS-STOP-FLAG             PIC X VALUE 'N'.
873401 01  WS-INPUT-DESC            PIC X(30).
877405 01  WS-GLMAP-OPTION          PIC 9 VALUE 0.
877406 01  WS-GLMAP-EOF             PIC X VALUE 'N'.
877406 01  WS-GLMAP-FOUND           PIC X VALUE 'N'.
979131 01  WS-GLD-IX                PIC 99.
979131     COPY GLMAPDEF.
977412 01  WS-LIMIT-AMOUNT          PIC S9(9)V99 COMP-3.
977412 01  WS-LIMIT-OK              PIC X VALUE 'Y'.
993507 01  WS-XL-PROGRAM-NAME       PIC X(20).
895304 01  WS-ARCH-FILE-STATUS      PIC XX VALUE "00".
895304 01  WS-ARCH-EOF              PIC X VALUE 'N'.
895305 01  WS-ARCH-SHOWN            PIC 9(6) VALUE 0.
940104 01  WS-TCODE-FILE-STATUS     PIC XX VALUE "00".
940105 01  WS-TCODE-OPTION          PIC 9 VALUE 0.
940105 01  WS-TCODE-EOF             PIC X VALUE 'N'.
940106 01  WS-TCODE-FOUND           PIC X VALUE 'N'.
940106 01  WS-LOOKUP-CODE           PIC X(4).
940107 01  WS-INPUT-CODE            PIC X(4).
940107 01  WS-ENTRY-CODE            PIC X(4).
951004 01  WS-SUS-FILE-STATUS       PIC XX VALUE "00".
951005 01  WS-SUS-OPTION            PIC 9 VALUE 0.
951005 01  WS-SUS-EOF               PIC X VALUE 'N'.
951006 01  WS-SUS-FOUND             PIC X VALUE 'N'.
951006 01  WS-SUS-ACCT              PIC 9(8).
951007 01  WS-SUS-AMOUNT-DISP       PIC -9(8).99.
951007 01  WS-SUS-OPEN-COUNT        PIC 9(6) VALUE 0.
951008 01  WS-ENTRY-POSTED          PIC X VALUE 'N'.
951008 01  WS-POSTED-TRAN-ID        PIC 9(14) VALUE 0.
980020 01  WS-SWEEP-FUNCTION        PIC X(4) VALUE "MOVE".
980020 01  WS-SWEEP-FEE             PIC 9(3)V99.
980021 01  WS-SWEEP-NEED            PIC S9(9)V99 COMP-3.
980021 01  WS-SWEEP-AMOUNT          PIC S9(9)V99 COMP-3.
980022 01  WS-SWEEP-CHK-ACCT        PIC 9(8).
980022 01  WS-SWEEP-SAV-ACCT        PIC 9(8).
980023 01  WS-SWEEP-SAV-BALANCE     PIC S9(9)V99 COMP-3.
980023 01  WS-SWEEP-CHK-BALANCE     PIC S9(9)V99 COMP-3.
980024 01  WS-SWEEP-CHK-FINAL       PIC S9(9)V99 COMP-3.
980024 01  WS-SWEEP-RESULT          PIC X.
952407 01  WS-SAVE-INPUT-TYPE       PIC X(2).
952408 01  WS-SAVE-INPUT-AMOUNT     PIC 9(9)V99.
952408 01  WS-SAVE-INPUT-DESC       PIC X(30).
952409 01  WS-SAVE-INPUT-CODE       PIC X(4).
952409 01  WS-SAVE-REVERSAL-REF     PIC 9(14).
953401 01  WS-ENTRY-SERIAL          PIC 9(10) VALUE 0.
969701 01  WS-ENTRY-ACH-COMPANY     PIC X(10) VALUE SPACES.
969701 01  WS-ENTRY-ACH-TRACE       PIC 9(15) VALUE 0.
965501 01  WS-BATCH-FLAG            PIC X VALUE 'O'.
965501 01  WS-MEMO-BUS-DATE         PIC 9(8) VALUE 0.
965502 01  WS-OPTION-REFUSED        PIC X VALUE 'N'.
923565 LINKAGE SECTION.
294833 01  LS-USERNAME              PIC X(20).
294834 01  LS-ROLE                  PIC X(10).
680560 01  LS-TRAN-AMOUNT           PIC S9(9)V99 COMP-3.
549878 01  LS-RESULT-BALANCE        PIC S9(9)V99 COMP-3.
917401 01  LS-OPERATOR              PIC X(20).
940108 01  LS-TRAN-CODE             PIC X(4).
953401 01  LS-CHECK-SERIAL          PIC 9(10).
969702 01  LS-ACH-COMPANY-ID        PIC X(10).
969702 01  LS-ACH-TRACE             PIC 9(15).
835032 PROCEDURE DIVISION USING LS-USERNAME LS-ROLE.
672307 MAIN-PARA.
672307     CALL "SYSTEM" USING "CLS".
672307     PERFORM UNTIL WS-MENU-OPTION = 10
168250         PERFORM DISPLAY-HEADER
168251         PERFORM DISPLAY-MENU
965503         PERFORM SCREEN-BATCH-OPTION
965503         IF WS-OPTION-REFUSED = 'N'
168251         PERFORM PROCESS-OPTION
965504         END-IF
690855     END-PERFORM
690856     GOBACK.
523873 DISPLAY-HEADER.
877407     DISPLAY "| 5. GL mapping maintenance       |".
895306     DISPLAY "| 6. Archive inquiry              |".
853409     DISPLAY "| 7. Dispute cases                |".
940108     DISPLAY "| 8. Transaction codes            |".
951009     DISPLAY "| 9. Posting suspense             |".
676436     DISPLAY "| 10. Go back                     |".
676436     DISPLAY "+---------------------------------+".
676437     DISPLAY "Select an option (1-10): " WITH NO ADVANCING
676437     ACCEPT WS-MENU-OPTION
341881     EXIT.
263766 PROCESS-OPTION.
895307             PERFORM ARCHIVE-INQUIRY
853410         WHEN 7
853410             PERFORM DISPUTE-MENU
940109         WHEN 8
940109             PERFORM TRAN-CODE-MENU
951009         WHEN 9
951010             PERFORM SUSPENSE-MENU
853411         WHEN 10
403334             DISPLAY ">>> Returning to previous menu..."
403334         WHEN OTHER
388605             DISPLAY "Invalid option. Please try again."
388606     END-EVALUATE
388606     EXIT.
965505 SCREEN-BATCH-OPTION.
965505*Nothing here can be queued for the next business day, so while
965506*the end-of-day batch runs only the inquiries are open.
965506     MOVE 'N' TO WS-OPTION-REFUSED
965507     CALL "BATCH_WINDOW_CHECK" USING WS-BATCH-FLAG
965507         WS-MEMO-BUS-DATE
965508     IF WS-BATCH-FLAG = 'B'
965508         EVALUATE WS-MENU-OPTION
965509             WHEN 1 WHEN 3 WHEN 4 WHEN 5 WHEN 7 WHEN 8 WHEN 9
965509                 MOVE 'Y' TO WS-OPTION-REFUSED
965510                 DISPLAY "End-of-day batch in progress - this"
965510                     " function is not available."
965511                 DISPLAY "Try again once the batch has finished."
965511                 MOVE SPACES TO WS-XL-MESSAGE
965512                 STRING "Refused during EOD batch - option "
965512                     DELIMITED BY SIZE
965513                     WS-MENU-OPTION DELIMITED BY SIZE
965513                     INTO WS-XL-MESSAGE
965514                 PERFORM LOG-ACCESS-DENIED
965514             WHEN OTHER
965515                 CONTINUE
965515         END-EVALUATE
965516     END-IF
965516     EXIT.
993600 LOG-ACCESS-DENIED.
993600     MOVE "TRANSACTION_MGMT" TO WS-XL-PROGRAM-NAME
993601     CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
495362             ACCEPT WS-INPUT-AMOUNT
873403             DISPLAY "Description: " WITH NO ADVANCING
873403             ACCEPT WS-INPUT-DESC
940110             DISPLAY "Transaction code (blank = adjustment): "
940110                 WITH NO ADVANCING
940111             ACCEPT WS-INPUT-CODE
940111             PERFORM VALIDATE-KEYED-CODE
940112             IF WS-TCODE-FOUND = 'N'
940112                 DISPLAY "Transaction rejected."
940113             ELSE
977401             MOVE WS-INPUT-AMOUNT TO WS-LIMIT-AMOUNT
977401             CALL "LIMIT_CHECK" USING LS-USERNAME LS-ROLE
977402                 ACCT-NUMBER WS-LIMIT-AMOUNT WS-LIMIT-OK
977403             ELSE
977404                 PERFORM APPLY-KEYED-TRANSACTION
977404             END-IF
940113             END-IF
977405         ELSE
977405             IF WS-RECORD-FOUND = 'Y'
977406                 DISPLAY "Account is closed."
977408     END-IF
977408     CLOSE ACCOUNT-MASTER-FILE
977409     EXIT.
940114 VALIDATE-KEYED-CODE.
940114*A keyed entry must carry a live code whose direction matches
940115*the DR/CR keyed.  Cash codes are refused here: counter cash
940115*posts through the teller deposit and withdrawal functions so
940116*the drawer and the cash compliance report see it.
940116     MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
940117     IF WS-INPUT-CODE = SPACES
940117         IF WS-INPUT-TYPE = "DR"
940118             MOVE "ADDR" TO WS-INPUT-CODE
940118         ELSE
940119             MOVE "ADCR" TO WS-INPUT-CODE
940119         END-IF
940120     END-IF
940120     MOVE WS-INPUT-CODE TO WS-LOOKUP-CODE
940121     PERFORM READ-TRAN-CODE
940121     IF WS-TCODE-FOUND = 'N'
940122         DISPLAY "Unknown transaction code: " WS-INPUT-CODE
940122     ELSE
940123         IF TC-STATUS NOT = 'A'
940123             DISPLAY "Transaction code is retired."
940124             MOVE 'N' TO WS-TCODE-FOUND
940124         ELSE
940125             IF TC-DIRECTION NOT = WS-INPUT-TYPE
940125                 DISPLAY "Code " TC-CODE " posts as "
940126                     TC-DIRECTION " - does not match type."
940126                 MOVE 'N' TO WS-TCODE-FOUND
940127             ELSE
940127                 IF TC-CATEGORY = "CASH"
940128                     DISPLAY "Cash codes post through teller "
940128                         "deposit and withdrawal."
940129                     MOVE 'N' TO WS-TCODE-FOUND
940129                 ELSE
940130                     IF WS-INPUT-DESC = SPACES
940130                         MOVE TC-DESCRIPTION TO WS-INPUT-DESC
940131                     END-IF
940131                 END-IF
940132             END-IF
940132         END-IF
940133     END-IF
940133     EXIT.
977410 APPLY-KEYED-TRANSACTION.
861403     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
861403     CALL "PERIOD_CHECK" USING WS-TODAY-DATE WS-PERIOD-FLAG
861406     END-IF
861407     EXIT.
861408 APPLY-OPEN-PERIOD-ENTRY.
951010     MOVE 'N' TO WS-ENTRY-POSTED
833114     MOVE 'N' TO WS-STOP-FLAG
833114     IF WS-INPUT-TYPE = "DR"
833115         MOVE WS-INPUT-AMOUNT TO WS-LIMIT-AMOUNT
833116             WS-STOP-FLAG
833116     END-IF
495363     CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
952484     IF WS-INPUT-TYPE = "DR" AND WS-STOP-FLAG = 'N'
952484         MOVE WS-INPUT-AMOUNT TO WS-SWEEP-NEED
952485         PERFORM OD-PROTECTION-SWEEP
952485     END-IF
495363     COMPUTE WS-AVAILABLE-BAL =
495364         ACCT-BALANCE + ACCT-OD-LIMIT - WS-HOLD-TOTAL
833117     IF WS-STOP-FLAG = 'Y'
426199                 DISPLAY "Posting failed."
426199             NOT INVALID KEY
426199                 PERFORM WRITE-LEDGER-ENTRY
951011                 MOVE 'Y' TO WS-ENTRY-POSTED
951011                 MOVE WS-LAST-TRAN-ID TO WS-POSTED-TRAN-ID
426200                 DISPLAY ">>> Posted."
426200                 DISPLAY "New balance: " ACCT-BALANCE
426201                 IF WS-INPUT-TYPE = "DR"
125194     END-IF
833119     END-IF
977411     EXIT.
980025 OD-PROTECTION-SWEEP.
980025*A debit of WS-SWEEP-NEED that would take the balance less holds
980026*below zero first draws the shortfall, plus the sweep fee, across
980026*from the protecting account.  OVERDRAFT_SWEEP decides from the
980027*two accounts' products whether the sweep applies and moves the
980027*money; this program owns POST-TRANSACTION-C, so the sweep's
980028*entries are written to the ledger here.  If the protecting
980028*account cannot cover all of it nothing moves and the debit falls
980029*back to the overdraft limit and overdraft fee.  The master is
980029*closed across the call, which opens it itself.  Expects the
980030*debited record read and its holds in WS-HOLD-TOTAL; leaves that
980030*record re-read and the keyed entry fields as they were.
980031     IF ACCT-LINKED-ACCT NOT = 0
980031         AND WS-SWEEP-NEED > ACCT-BALANCE - WS-HOLD-TOTAL
980032         MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
980032         CLOSE ACCOUNT-MASTER-FILE
980033         CALL "OVERDRAFT_SWEEP" USING WS-SWEEP-FUNCTION
980033             WS-SWEEP-CHK-ACCT WS-SWEEP-NEED WS-HOLD-TOTAL
980034             LS-USERNAME WS-SWEEP-RESULT WS-SWEEP-SAV-ACCT
980034             WS-SWEEP-AMOUNT WS-SWEEP-FEE WS-SWEEP-SAV-BALANCE
980035             WS-SWEEP-CHK-BALANCE
980035         OPEN I-O ACCOUNT-MASTER-FILE
980036         IF WS-SWEEP-RESULT = 'Y'
980036             PERFORM POST-SWEEP-ENTRIES
980037         END-IF
980037         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
980038         READ ACCOUNT-MASTER-FILE
980038             INVALID KEY
980039                 DISPLAY "Checking account could not be re-read."
980039         END-READ
980040     END-IF
980040     EXIT.
952452 POST-SWEEP-ENTRIES.
952452*The sweep posts as a linked pair, each leg naming the other
980041*account, followed by the sweep fee on the protected account.
952453*The ledger entry is written from the record area, so each
952454*leg's account and resulting balance are set there first;
980041*the debited record is re-read afterwards.
952455     MOVE WS-INPUT-TYPE TO WS-SAVE-INPUT-TYPE
952455     MOVE WS-INPUT-AMOUNT TO WS-SAVE-INPUT-AMOUNT
952456     MOVE WS-INPUT-DESC TO WS-SAVE-INPUT-DESC
952456     MOVE WS-INPUT-CODE TO WS-SAVE-INPUT-CODE
952457     MOVE WS-REVERSAL-REF TO WS-SAVE-REVERSAL-REF
952457     MOVE 0 TO WS-REVERSAL-REF
952458     MOVE WS-SWEEP-SAV-ACCT TO ACCT-NUMBER
952458     MOVE WS-SWEEP-SAV-BALANCE TO ACCT-BALANCE
952459     MOVE "DR" TO WS-INPUT-TYPE
952459     MOVE WS-SWEEP-AMOUNT TO WS-INPUT-AMOUNT
952460     MOVE SPACES TO WS-INPUT-DESC
952460     STRING "OD SWEEP TO " DELIMITED BY SIZE
952461         WS-SWEEP-CHK-ACCT DELIMITED BY SIZE
952461         INTO WS-INPUT-DESC
952462     MOVE "OPDR" TO WS-INPUT-CODE
952462     PERFORM WRITE-LEDGER-ENTRY
952463     MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
952463     MOVE WS-SWEEP-CHK-BALANCE TO ACCT-BALANCE
952464     MOVE "CR" TO WS-INPUT-TYPE
952464     MOVE SPACES TO WS-INPUT-DESC
952465     STRING "OD SWEEP FROM " DELIMITED BY SIZE
952465         WS-SWEEP-SAV-ACCT DELIMITED BY SIZE
952466         INTO WS-INPUT-DESC
952466     MOVE "OPCR" TO WS-INPUT-CODE
952467     PERFORM WRITE-LEDGER-ENTRY
980042     IF WS-SWEEP-FEE > 0
980042         COMPUTE WS-SWEEP-CHK-FINAL =
980043             WS-SWEEP-CHK-BALANCE - WS-SWEEP-FEE
980043         MOVE WS-SWEEP-CHK-FINAL TO ACCT-BALANCE
980044         MOVE "DR" TO WS-INPUT-TYPE
980044         MOVE WS-SWEEP-FEE TO WS-INPUT-AMOUNT
980045         MOVE "OD PROTECTION SWEEP FEE" TO WS-INPUT-DESC
980045         MOVE "OPFE" TO WS-INPUT-CODE
980046         PERFORM WRITE-LEDGER-ENTRY
980046     END-IF
952471     DISPLAY "Overdraft protection sweep from "
952472         WS-SWEEP-SAV-ACCT ": " WS-SWEEP-AMOUNT
980047     IF WS-SWEEP-FEE > 0
980047         DISPLAY "Sweep fee assessed: " WS-SWEEP-FEE
980048     END-IF
952473     MOVE WS-SAVE-INPUT-TYPE TO WS-INPUT-TYPE
952473     MOVE WS-SAVE-INPUT-AMOUNT TO WS-INPUT-AMOUNT
952474     MOVE WS-SAVE-INPUT-DESC TO WS-INPUT-DESC
952474     MOVE WS-SAVE-INPUT-CODE TO WS-INPUT-CODE
952475     MOVE WS-SAVE-REVERSAL-REF TO WS-REVERSAL-REF
952475     EXIT.
972135 ASSESS-OVERDRAFT-FEE.
972136*The fee is the one set on the account's product; a product
972136*that carries no fee is not charged.
972137     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972137         WS-PRODUCT-FOUND
972138     MOVE PRD-OD-FEE TO WS-OD-FEE
972138     IF WS-OD-FEE > 0
972139         PERFORM POST-OVERDRAFT-FEE
972139     END-IF
972140     EXIT.
972140 POST-OVERDRAFT-FEE.
533500     SUBTRACT WS-OD-FEE FROM ACCT-BALANCE
533501     REWRITE ACCOUNT-RECORD
533501         INVALID KEY
533502             MOVE WS-OD-FEE TO WS-INPUT-AMOUNT
533503             MOVE 0 TO WS-REVERSAL-REF
873405             MOVE "OVERDRAFT FEE" TO WS-INPUT-DESC
940134             MOVE "ODFE" TO WS-INPUT-CODE
533503             PERFORM WRITE-LEDGER-ENTRY
533503             DISPLAY "Overdraft fee assessed: " WS-OD-FEE
533504     END-REWRITE
833890     MOVE WS-REVERSAL-REF TO TRAN-REVERSAL-OF
917402     MOVE LS-USERNAME TO TRAN-OPERATOR
873404     MOVE WS-INPUT-DESC TO TRAN-DESC
940134     MOVE WS-INPUT-CODE TO TRAN-CODE
953402     MOVE 0 TO TRAN-CHECK-SERIAL
969703     MOVE SPACES TO TRAN-ACH-COMPANY-ID
969703     MOVE 0 TO TRAN-ACH-TRACE
833889     WRITE TRANSACTION-RECORD
833889         INVALID KEY
833889             DISPLAY "Duplicate transaction ID, entry not logged."
404695     MOVE TRAN-ID TO GL-REFERENCE
404695     MOVE TRAN-TIMESTAMP TO GL-TIMESTAMP
877409     MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER
940135     MOVE TRAN-CODE TO GL-TRAN-CODE
404695     WRITE GL-JOURNAL-RECORD
174821     CLOSE GL-JOURNAL-FILE
174821     EXIT.
502381     END-PERFORM
502382     EXIT.
718230 DISPLAY-HISTORY-LINE.
718230     DISPLAY TRAN-TIMESTAMP " " TRAN-TYPE " " TRAN-CODE " "
718231         TRAN-AMOUNT " BAL " TRAN-BALANCE
718231         WITH NO ADVANCING
718231     IF TRAN-STATUS = 'R'
873408     IF TRAN-DESC NOT = SPACES
873408         DISPLAY "  " TRAN-DESC
873409     END-IF
953402     IF TRAN-CHECK-SERIAL NOT = 0
953403         DISPLAY "  CHECK NO. " TRAN-CHECK-SERIAL
953403     END-IF
969704     IF TRAN-ACH-TRACE NOT = 0
969704         DISPLAY "  ACH COMPANY " TRAN-ACH-COMPANY-ID
969705             " TRACE " TRAN-ACH-TRACE
969705     END-IF
718234     EXIT.
754810 REVERSE-TRANSACTION.
754810     MOVE 'N' TO WS-RECORD-FOUND
755000     IF WS-ORIG-TYPE = "DR"
755000         ADD WS-ORIG-AMOUNT TO ACCT-BALANCE
755001         MOVE "CR" TO WS-INPUT-TYPE
940135         MOVE "RVCR" TO WS-INPUT-CODE
755001     ELSE
755001         SUBTRACT WS-ORIG-AMOUNT FROM ACCT-BALANCE
755002         MOVE "DR" TO WS-INPUT-TYPE
940136         MOVE "RVDR" TO WS-INPUT-CODE
755002     END-IF
755002     REWRITE ACCOUNT-RECORD
755003         INVALID KEY
895409     EXIT.
895500 DISPLAY-ARCHIVE-LINE.
895500     ADD 1 TO WS-ARCH-SHOWN
895501     DISPLAY AR-TIMESTAMP " " AR-TRAN-TYPE " " AR-TRAN-CODE " "
895501         AR-AMOUNT " BAL " AR-BALANCE
895502         " ARCHIVED " AR-ARCHIVE-DATE
895502     EXIT.
877503     END-IF
877503     EXIT.
877600 SEED-DEFAULT-GL-MAP.
979132     PERFORM VARYING WS-GLD-IX FROM 1 BY 1
979132         UNTIL WS-GLD-IX > GLMAP-DEFAULT-COUNT
979133         MOVE GLMAP-DEFAULT-ENTRY(WS-GLD-IX) TO GL-MAP-RECORD
979133         WRITE GL-MAP-RECORD
979134     END-PERFORM
877610     EXIT.
877700 GL-MAP-MENU.
877700     MOVE 0 TO WS-GLMAP-OPTION
877800 LIST-GL-MAPPINGS.
877800     PERFORM OPEN-GLMAP-IO
877801     MOVE 'N' TO WS-GLMAP-EOF
877801     DISPLAY "CODE  ACCT TYPE  DEBIT GL    CREDIT GL"
877802     PERFORM UNTIL WS-GLMAP-EOF = 'Y'
877802         READ GL-MAP-FILE NEXT RECORD
877802             AT END
877803                 MOVE 'Y' TO WS-GLMAP-EOF
877803             NOT AT END
877804                 DISPLAY GLM-TRAN-CODE "  " GLM-ACCT-TYPE
877804                     "  " GLM-DEBIT-GL "  " GLM-CREDIT-GL
877804         END-READ
877805     END-PERFORM
877900 UPDATE-GL-MAPPING.
877900     PERFORM OPEN-GLMAP-IO
877901     MOVE 'N' TO WS-GLMAP-FOUND
877901     DISPLAY "Transaction code, or CR/DR for the default: "
940137         WITH NO ADVANCING
877901     ACCEPT GLM-TRAN-CODE
940137     MOVE FUNCTION UPPER-CASE(GLM-TRAN-CODE) TO GLM-TRAN-CODE
877902     DISPLAY "Account type: " WITH NO ADVANCING
877902     ACCEPT GLM-ACCT-TYPE
877903     READ GL-MAP-FILE
854308                     MOVE 0 TO WS-REVERSAL-REF
873407                     MOVE "DISPUTE PROV CREDIT"
873407                         TO WS-INPUT-DESC
940136                     MOVE "DPCR" TO WS-INPUT-CODE
854309                     PERFORM WRITE-LEDGER-ENTRY
854309                     MOVE WS-LAST-TRAN-ID
854310                         TO DSP-PROV-TRAN-ID
397363     ENTRY "POST-TRANSACTION" USING LS-ACCT-NUMBER LS-TRAN-TYPE
397363         LS-TRAN-AMOUNT LS-RESULT-BALANCE LS-OPERATOR.
873410     PERFORM DEFAULT-ENTRY-DESC
940158     PERFORM DEFAULT-ENTRY-CODE
953404     MOVE 0 TO WS-ENTRY-SERIAL
969706     PERFORM CLEAR-ENTRY-ACH
873410     PERFORM POST-ENTRY-COMMON
873411     GOBACK.
873412 POST-TRANSACTION-D-ENTRY.
873413         LS-TRAN-TYPE LS-TRAN-AMOUNT LS-RESULT-BALANCE
873413         LS-OPERATOR LS-TRAN-DESC.
873414     MOVE LS-TRAN-DESC TO WS-ENTRY-DESC
940158     PERFORM DEFAULT-ENTRY-CODE
953404     MOVE 0 TO WS-ENTRY-SERIAL
969706     PERFORM CLEAR-ENTRY-ACH
873414     PERFORM POST-ENTRY-COMMON
873415     GOBACK.
940159 POST-TRANSACTION-C-ENTRY.
940159*Posting under an explicit transaction code.  A blank
940160*description takes the code's own description from TRANCODE.
940160     ENTRY "POST-TRANSACTION-C" USING LS-ACCT-NUMBER
940161         LS-TRAN-TYPE LS-TRAN-AMOUNT LS-RESULT-BALANCE
940161         LS-OPERATOR LS-TRAN-DESC LS-TRAN-CODE.
940162     MOVE LS-TRAN-DESC TO WS-ENTRY-DESC
940162     MOVE LS-TRAN-CODE TO WS-ENTRY-CODE
940163     PERFORM CHECK-ENTRY-CODE
953405     MOVE 0 TO WS-ENTRY-SERIAL
969707     PERFORM CLEAR-ENTRY-ACH
940163     PERFORM POST-ENTRY-COMMON
940164     GOBACK.
953405 POST-TRANSACTION-S-ENTRY.
953406*Posting of a check paid through clearing: as POST-TRANSACTION-C
953406*with the check serial carried on the ledger entry.
953407     ENTRY "POST-TRANSACTION-S" USING LS-ACCT-NUMBER
953407         LS-TRAN-TYPE LS-TRAN-AMOUNT LS-RESULT-BALANCE
953408         LS-OPERATOR LS-TRAN-DESC LS-TRAN-CODE LS-CHECK-SERIAL.
953408     MOVE LS-TRAN-DESC TO WS-ENTRY-DESC
953409     MOVE LS-TRAN-CODE TO WS-ENTRY-CODE
953409     PERFORM CHECK-ENTRY-CODE
953410     MOVE LS-CHECK-SERIAL TO WS-ENTRY-SERIAL
969707     PERFORM CLEAR-ENTRY-ACH
953410     PERFORM POST-ENTRY-COMMON
953411     GOBACK.
969708 POST-TRANSACTION-A-ENTRY.
969708*Posting of an ACH entry received from another bank: as
969709*POST-TRANSACTION-C with the originating company's identification
969709*and the entry's trace number carried on the ledger entry.
969710     ENTRY "POST-TRANSACTION-A" USING LS-ACCT-NUMBER
969710         LS-TRAN-TYPE LS-TRAN-AMOUNT LS-RESULT-BALANCE
969711         LS-OPERATOR LS-TRAN-DESC LS-TRAN-CODE LS-ACH-COMPANY-ID
969711         LS-ACH-TRACE.
969712     MOVE LS-TRAN-DESC TO WS-ENTRY-DESC
969712     MOVE LS-TRAN-CODE TO WS-ENTRY-CODE
969713     PERFORM CHECK-ENTRY-CODE
969713     MOVE 0 TO WS-ENTRY-SERIAL
969714     MOVE LS-ACH-COMPANY-ID TO WS-ENTRY-ACH-COMPANY
969714     MOVE LS-ACH-TRACE TO WS-ENTRY-ACH-TRACE
969715     PERFORM POST-ENTRY-COMMON
969715     GOBACK.
969716 CLEAR-ENTRY-ACH.
969716     MOVE SPACES TO WS-ENTRY-ACH-COMPANY
969717     MOVE 0 TO WS-ENTRY-ACH-TRACE
969717     EXIT.
940164 CHECK-ENTRY-CODE.
940165     MOVE WS-ENTRY-CODE TO WS-LOOKUP-CODE
940165     PERFORM READ-TRAN-CODE
940166     MOVE "TRANSACTION_MGMT" TO WS-XL-PROGRAM-NAME
940166     IF WS-TCODE-FOUND = 'N'
940167         MOVE "Posted under unknown transaction code"
940167             TO WS-XL-MESSAGE
940168         CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
940168             LS-OPERATOR WS-XL-MESSAGE
940169     ELSE
940169         IF TC-DIRECTION NOT = LS-TRAN-TYPE
940170             MOVE "Transaction code direction mismatch"
940170                 TO WS-XL-MESSAGE
940171             CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
940171                 LS-OPERATOR WS-XL-MESSAGE
940172         END-IF
940172         IF WS-ENTRY-DESC = SPACES
940173             MOVE TC-DESCRIPTION TO WS-ENTRY-DESC
940173         END-IF
940174     END-IF
940174     EXIT.
940175 DEFAULT-ENTRY-CODE.
940175*Callers that still post without a code get the code their
940176*operator sign-on and direction imply.
940176     EVALUATE LS-OPERATOR ALSO LS-TRAN-TYPE
940177         WHEN "INTACCR" ALSO ANY
940177             MOVE "INTC" TO WS-ENTRY-CODE
940178         WHEN "STANDORD" ALSO "DR"
940178             MOVE "SODR" TO WS-ENTRY-CODE
940179         WHEN "STANDORD" ALSO ANY
940179             MOVE "SOCR" TO WS-ENTRY-CODE
940180         WHEN "CDMATUR" ALSO "DR"
940180             MOVE "CDPO" TO WS-ENTRY-CODE
940181         WHEN "CDMATUR" ALSO ANY
940181             MOVE "CDIN" TO WS-ENTRY-CODE
940182         WHEN "MONFEE" ALSO ANY
940182             MOVE "MFEE" TO WS-ENTRY-CODE
940183         WHEN "TRANPOST" ALSO "DR"
940183             MOVE "BTDR" TO WS-ENTRY-CODE
940184         WHEN "TRANPOST" ALSO ANY
940184             MOVE "BTCR" TO WS-ENTRY-CODE
940185         WHEN "ESCHEAT" ALSO ANY
940185             MOVE "ESCH" TO WS-ENTRY-CODE
940186         WHEN ANY ALSO "DR"
940186             MOVE "ADDR" TO WS-ENTRY-CODE
940187         WHEN OTHER
940187             MOVE "ADCR" TO WS-ENTRY-CODE
940188     END-EVALUATE
940188     EXIT.
873416 DEFAULT-ENTRY-DESC.
873416*Batch callers post under a fixed operator sign-on; the
873417*narrative the customer sees on history and statements is
892299     MOVE 0 TO TRAN-REVERSAL-OF
917403     MOVE LS-OPERATOR TO TRAN-OPERATOR
873428     MOVE WS-ENTRY-DESC TO TRAN-DESC
940189     MOVE WS-ENTRY-CODE TO TRAN-CODE
953411     MOVE WS-ENTRY-SERIAL TO TRAN-CHECK-SERIAL
969718     MOVE WS-ENTRY-ACH-COMPANY TO TRAN-ACH-COMPANY-ID
969718     MOVE WS-ENTRY-ACH-TRACE TO TRAN-ACH-TRACE
892298     WRITE TRANSACTION-RECORD
892298         INVALID KEY
319412             DISPLAY "Duplicate transaction ID, entry not logged."
319413     END-WRITE
951585     CLOSE TRANSACTION-LEDGER-FILE
951586     EXIT.
940200 OPEN-TCODE-IO.
940200     OPEN I-O TRAN-CODE-FILE
940201     IF WS-TCODE-FILE-STATUS = "35"
940201         OPEN OUTPUT TRAN-CODE-FILE
940202         CLOSE TRAN-CODE-FILE
940202         OPEN I-O TRAN-CODE-FILE
940203         PERFORM SEED-DEFAULT-TRAN-CODES
940203     END-IF
940204     EXIT.
940204 READ-TRAN-CODE.
940205     MOVE 'N' TO WS-TCODE-FOUND
940205     PERFORM OPEN-TCODE-IO
940206     MOVE WS-LOOKUP-CODE TO TC-CODE
940206     READ TRAN-CODE-FILE
940207         INVALID KEY
940207             CONTINUE
940208         NOT INVALID KEY
940208             MOVE 'Y' TO WS-TCODE-FOUND
940209     END-READ
940209     CLOSE TRAN-CODE-FILE
940210     EXIT.
940210 WRITE-SEED-CODE.
940211     MOVE 'A' TO TC-STATUS
940211     WRITE TRAN-CODE-RECORD
940212     EXIT.
940212 SEED-DEFAULT-TRAN-CODES.
940213     MOVE "CDEP" TO TC-CODE
940213     MOVE "CASH DEPOSIT" TO TC-DESCRIPTION
940214     MOVE "CR" TO TC-DIRECTION
940214     MOVE "CASH" TO TC-CATEGORY
940215     MOVE "CASH DEPOSIT" TO TC-STMT-TEXT
940215     PERFORM WRITE-SEED-CODE
940216     MOVE "CWDL" TO TC-CODE
940216     MOVE "CASH WITHDRAWAL" TO TC-DESCRIPTION
940217     MOVE "DR" TO TC-DIRECTION
940217     MOVE "CASH" TO TC-CATEGORY
940218     MOVE "CASH WITHDRAWAL" TO TC-STMT-TEXT
940218     PERFORM WRITE-SEED-CODE
980082*A loan payment or a charge-off recovery paid in currency over the
980082*counter posts under its own cash code, so it is reported with the
980083*rest of the day's cash.
980083     MOVE "CLPY" TO TC-CODE
980084     MOVE "LOAN PAYMENT IN CASH" TO TC-DESCRIPTION
980084     MOVE "CR" TO TC-DIRECTION
980085     MOVE "CASH" TO TC-CATEGORY
980085     MOVE "LOAN PAYMENT" TO TC-STMT-TEXT
980086     PERFORM WRITE-SEED-CODE
980086     MOVE "CRCV" TO TC-CODE
980087     MOVE "CHARGE-OFF RECOVERY IN CASH" TO TC-DESCRIPTION
980087     MOVE "CR" TO TC-DIRECTION
980088     MOVE "CASH" TO TC-CATEGORY
980088     MOVE "RECOVERY PAYMENT" TO TC-STMT-TEXT
980089     PERFORM WRITE-SEED-CODE
940219     MOVE "XFDR" TO TC-CODE
940219     MOVE "TRANSFER OUT" TO TC-DESCRIPTION
940220     MOVE "DR" TO TC-DIRECTION
940220     MOVE "XFER" TO TC-CATEGORY
940221     MOVE "TRANSFER OUT" TO TC-STMT-TEXT
940221     PERFORM WRITE-SEED-CODE
940222     MOVE "XFCR" TO TC-CODE
940222     MOVE "TRANSFER IN" TO TC-DESCRIPTION
940223     MOVE "CR" TO TC-DIRECTION
940223     MOVE "XFER" TO TC-CATEGORY
940224     MOVE "TRANSFER IN" TO TC-STMT-TEXT
940224     PERFORM WRITE-SEED-CODE
940225     MOVE "SODR" TO TC-CODE
940225     MOVE "STANDING ORDER OUT" TO TC-DESCRIPTION
940226     MOVE "DR" TO TC-DIRECTION
940226     MOVE "XFER" TO TC-CATEGORY
940227     MOVE "STANDING ORDER" TO TC-STMT-TEXT
940227     PERFORM WRITE-SEED-CODE
940228     MOVE "SOCR" TO TC-CODE
940228     MOVE "STANDING ORDER IN" TO TC-DESCRIPTION
940229     MOVE "CR" TO TC-DIRECTION
940229     MOVE "XFER" TO TC-CATEGORY
940230     MOVE "STANDING ORDER" TO TC-STMT-TEXT
940230     PERFORM WRITE-SEED-CODE
940231     MOVE "EXDR" TO TC-CODE
940231     MOVE "EXTERNAL TRANSFER" TO TC-DESCRIPTION
940232     MOVE "DR" TO TC-DIRECTION
940232     MOVE "XFER" TO TC-CATEGORY
940233     MOVE "EXTERNAL TRANSFER" TO TC-STMT-TEXT
940233     PERFORM WRITE-SEED-CODE
940234     MOVE "CDPO" TO TC-CODE
940234     MOVE "TERM PROCEEDS OUT" TO TC-DESCRIPTION
940235     MOVE "DR" TO TC-DIRECTION
940235     MOVE "XFER" TO TC-CATEGORY
940236     MOVE "MATURITY PROCEEDS" TO TC-STMT-TEXT
940236     PERFORM WRITE-SEED-CODE
940237     MOVE "CDPI" TO TC-CODE
940237     MOVE "TERM PROCEEDS IN" TO TC-DESCRIPTION
940238     MOVE "CR" TO TC-DIRECTION
940238     MOVE "XFER" TO TC-CATEGORY
940239     MOVE "MATURITY PROCEEDS" TO TC-STMT-TEXT
940239     PERFORM WRITE-SEED-CODE
940240     MOVE "INTC" TO TC-CODE
940240     MOVE "INTEREST CREDIT" TO TC-DESCRIPTION
940241     MOVE "CR" TO TC-DIRECTION
940241     MOVE "INT" TO TC-CATEGORY
940242     MOVE "INTEREST PAID" TO TC-STMT-TEXT
940242     PERFORM WRITE-SEED-CODE
940243     MOVE "CDIN" TO TC-CODE
940243     MOVE "TERM MATURITY INTEREST" TO TC-DESCRIPTION
940244     MOVE "CR" TO TC-DIRECTION
940244     MOVE "INT" TO TC-CATEGORY
940245     MOVE "TERM DEPOSIT INTEREST" TO TC-STMT-TEXT
940245     PERFORM WRITE-SEED-CODE
940246     MOVE "MFEE" TO TC-CODE
940246     MOVE "MONTHLY SERVICE FEE" TO TC-DESCRIPTION
940247     MOVE "DR" TO TC-DIRECTION
940247     MOVE "FEE" TO TC-CATEGORY
940248     MOVE "MONTHLY SERVICE FEE" TO TC-STMT-TEXT
940248     PERFORM WRITE-SEED-CODE
940249     MOVE "ODFE" TO TC-CODE
940249     MOVE "OVERDRAFT FEE" TO TC-DESCRIPTION
940250     MOVE "DR" TO TC-DIRECTION
940250     MOVE "FEE" TO TC-CATEGORY
940251     MOVE "OVERDRAFT FEE" TO TC-STMT-TEXT
940251     PERFORM WRITE-SEED-CODE
940252     MOVE "PNLT" TO TC-CODE
940252     MOVE "EARLY WITHDRAWAL PENALTY" TO TC-DESCRIPTION
940253     MOVE "DR" TO TC-DIRECTION
940253     MOVE "FEE" TO TC-CATEGORY
940254     MOVE "EARLY WITHDRAWAL FEE" TO TC-STMT-TEXT
940254     PERFORM WRITE-SEED-CODE
940255     MOVE "LNPY" TO TC-CODE
940255     MOVE "LOAN PAYMENT" TO TC-DESCRIPTION
940256     MOVE "CR" TO TC-DIRECTION
940256     MOVE "LOAN" TO TC-CATEGORY
940257     MOVE "LOAN PAYMENT" TO TC-STMT-TEXT
940257     PERFORM WRITE-SEED-CODE
940258     MOVE "LNIN" TO TC-CODE
940258     MOVE "LOAN INTEREST" TO TC-DESCRIPTION
940259     MOVE "DR" TO TC-DIRECTION
940259     MOVE "LOAN" TO TC-CATEGORY
940260     MOVE "LOAN INTEREST" TO TC-STMT-TEXT
940260     PERFORM WRITE-SEED-CODE
940261     MOVE "RVCR" TO TC-CODE
940261     MOVE "REVERSAL CREDIT" TO TC-DESCRIPTION
940262     MOVE "CR" TO TC-DIRECTION
940262     MOVE "REV" TO TC-CATEGORY
940263     MOVE "REVERSAL" TO TC-STMT-TEXT
940263     PERFORM WRITE-SEED-CODE
940264     MOVE "RVDR" TO TC-CODE
940264     MOVE "REVERSAL DEBIT" TO TC-DESCRIPTION
940265     MOVE "DR" TO TC-DIRECTION
940265     MOVE "REV" TO TC-CATEGORY
940266     MOVE "REVERSAL" TO TC-STMT-TEXT
940266     PERFORM WRITE-SEED-CODE
940267     MOVE "RTCR" TO TC-CODE
940267     MOVE "RETURNED ITEM CREDIT" TO TC-DESCRIPTION
940268     MOVE "CR" TO TC-DIRECTION
940268     MOVE "RET" TO TC-CATEGORY
940269     MOVE "RETURNED ITEM" TO TC-STMT-TEXT
940269     PERFORM WRITE-SEED-CODE
940270     MOVE "RTDR" TO TC-CODE
940270     MOVE "RETURNED ITEM DEBIT" TO TC-DESCRIPTION
940271     MOVE "DR" TO TC-DIRECTION
940271     MOVE "RET" TO TC-CATEGORY
940272     MOVE "RETURNED ITEM" TO TC-STMT-TEXT
940272     PERFORM WRITE-SEED-CODE
940273     MOVE "BTCR" TO TC-CODE
940273     MOVE "BATCH CREDIT" TO TC-DESCRIPTION
940274     MOVE "CR" TO TC-DIRECTION
940274     MOVE "ADJ" TO TC-CATEGORY
940275     MOVE "DEPOSIT" TO TC-STMT-TEXT
940275     PERFORM WRITE-SEED-CODE
940276     MOVE "BTDR" TO TC-CODE
940276     MOVE "BATCH DEBIT" TO TC-DESCRIPTION
940277     MOVE "DR" TO TC-DIRECTION
940277     MOVE "ADJ" TO TC-CATEGORY
940278     MOVE "DEBIT" TO TC-STMT-TEXT
940278     PERFORM WRITE-SEED-CODE
940279     MOVE "ADCR" TO TC-CODE
940279     MOVE "ADJUSTMENT CREDIT" TO TC-DESCRIPTION
940280     MOVE "CR" TO TC-DIRECTION
940280     MOVE "ADJ" TO TC-CATEGORY
940281     MOVE "ADJUSTMENT" TO TC-STMT-TEXT
940281     PERFORM WRITE-SEED-CODE
940282     MOVE "ADDR" TO TC-CODE
940282     MOVE "ADJUSTMENT DEBIT" TO TC-DESCRIPTION
940283     MOVE "DR" TO TC-DIRECTION
940283     MOVE "ADJ" TO TC-CATEGORY
940284     MOVE "ADJUSTMENT" TO TC-STMT-TEXT
940284     PERFORM WRITE-SEED-CODE
940285     MOVE "DPCR" TO TC-CODE
940285     MOVE "DISPUTE PROV CREDIT" TO TC-DESCRIPTION
940286     MOVE "CR" TO TC-DIRECTION
940286     MOVE "ADJ" TO TC-CATEGORY
940287     MOVE "PROVISIONAL CREDIT" TO TC-STMT-TEXT
940287     PERFORM WRITE-SEED-CODE
940288     MOVE "ESCH" TO TC-CODE
940288     MOVE "ESCHEATED TO STATE" TO TC-DESCRIPTION
940289     MOVE "DR" TO TC-DIRECTION
940289     MOVE "ADJ" TO TC-CATEGORY
940290     MOVE "ESCHEATED TO STATE" TO TC-STMT-TEXT
940290     PERFORM WRITE-SEED-CODE
940291     MOVE "BFWD" TO TC-CODE
940291     MOVE "BALANCE CARRIED FORWARD" TO TC-DESCRIPTION
940292     MOVE "BF" TO TC-DIRECTION
940292     MOVE "ADJ" TO TC-CATEGORY
940293     MOVE "BALANCE FORWARD" TO TC-STMT-TEXT
940293     PERFORM WRITE-SEED-CODE
951012     MOVE "SPCR" TO TC-CODE
951012     MOVE "SUSPENSE CREDIT ITEM" TO TC-DESCRIPTION
951013     MOVE "CR" TO TC-DIRECTION
951013     MOVE "ADJ" TO TC-CATEGORY
951014     MOVE "SUSPENSE" TO TC-STMT-TEXT
951014     PERFORM WRITE-SEED-CODE
951015     MOVE "SPDR" TO TC-CODE
951015     MOVE "SUSPENSE DEBIT ITEM" TO TC-DESCRIPTION
951016     MOVE "DR" TO TC-DIRECTION
951016     MOVE "ADJ" TO TC-CATEGORY
951017     MOVE "SUSPENSE" TO TC-STMT-TEXT
951017     PERFORM WRITE-SEED-CODE
952486     MOVE "OPDR" TO TC-CODE
952486     MOVE "OD PROTECTION SWEEP OUT" TO TC-DESCRIPTION
952487     MOVE "DR" TO TC-DIRECTION
952487     MOVE "XFER" TO TC-CATEGORY
952488     MOVE "OD PROTECTION SWEEP" TO TC-STMT-TEXT
952488     PERFORM WRITE-SEED-CODE
952489     MOVE "OPCR" TO TC-CODE
952489     MOVE "OD PROTECTION SWEEP IN" TO TC-DESCRIPTION
952490     MOVE "CR" TO TC-DIRECTION
952490     MOVE "XFER" TO TC-CATEGORY
952491     MOVE "OD PROTECTION SWEEP" TO TC-STMT-TEXT
952491     PERFORM WRITE-SEED-CODE
952492     MOVE "OPFE" TO TC-CODE
952492     MOVE "OD PROTECTION SWEEP FEE" TO TC-DESCRIPTION
952493     MOVE "DR" TO TC-DIRECTION
952493     MOVE "FEE" TO TC-CATEGORY
952494     MOVE "OD SWEEP FEE" TO TC-STMT-TEXT
952494     PERFORM WRITE-SEED-CODE
953412     MOVE "CKPD" TO TC-CODE
953412     MOVE "CHECK PAID" TO TC-DESCRIPTION
953413     MOVE "DR" TO TC-DIRECTION
953413     MOVE "XFER" TO TC-CATEGORY
953414     MOVE "CHECK PAID" TO TC-STMT-TEXT
953414     PERFORM WRITE-SEED-CODE
955101     MOVE "CKDP" TO TC-CODE
955101     MOVE "CHECK DEPOSIT" TO TC-DESCRIPTION
955102     MOVE "CR" TO TC-DIRECTION
955102     MOVE "XFER" TO TC-CATEGORY
955103     MOVE "CHECK DEPOSIT" TO TC-STMT-TEXT
955103     PERFORM WRITE-SEED-CODE
958821     MOVE "PODR" TO TC-CODE
958821     MOVE "POD SETTLEMENT PAID OUT" TO TC-DESCRIPTION
958822     MOVE "DR" TO TC-DIRECTION
958822     MOVE "XFER" TO TC-CATEGORY
958823     MOVE "POD SETTLEMENT" TO TC-STMT-TEXT
958823     PERFORM WRITE-SEED-CODE
958824     MOVE "POCR" TO TC-CODE
958824     MOVE "POD SETTLEMENT RECEIVED" TO TC-DESCRIPTION
958825     MOVE "CR" TO TC-DIRECTION
958825     MOVE "XFER" TO TC-CATEGORY
958826     MOVE "POD SETTLEMENT" TO TC-STMT-TEXT
958826     PERFORM WRITE-SEED-CODE
959990     MOVE "LGFE" TO TC-CODE
959990     MOVE "LEGAL PROCESSING FEE" TO TC-DESCRIPTION
959991     MOVE "DR" TO TC-DIRECTION
959991     MOVE "FEE" TO TC-CATEGORY
959992     MOVE "LEGAL PROCESSING FEE" TO TC-STMT-TEXT
959992     PERFORM WRITE-SEED-CODE
959993     MOVE "LGDR" TO TC-CODE
959993     MOVE "LEGAL ORDER REMITTANCE" TO TC-DESCRIPTION
959994     MOVE "DR" TO TC-DIRECTION
959994     MOVE "XFER" TO TC-CATEGORY
959995     MOVE "LEGAL ORDER PAYMENT" TO TC-STMT-TEXT
959995     PERFORM WRITE-SEED-CODE
961508     MOVE "LNLF" TO TC-CODE
961509     MOVE "LOAN LATE CHARGE" TO TC-DESCRIPTION
961509     MOVE "DR" TO TC-DIRECTION
961510     MOVE "FEE" TO TC-CATEGORY
961510     MOVE "LATE CHARGE" TO TC-STMT-TEXT
961511     PERFORM WRITE-SEED-CODE
963213     MOVE "CHGO" TO TC-CODE
963213     MOVE "OVERDRAWN BALANCE CHARGE-OFF" TO TC-DESCRIPTION
963214     MOVE "CR" TO TC-DIRECTION
963214     MOVE "ADJ" TO TC-CATEGORY
963215     MOVE "BALANCE CHARGED OFF" TO TC-STMT-TEXT
963215     PERFORM WRITE-SEED-CODE
963216     MOVE "RCVY" TO TC-CODE
963216     MOVE "CHARGE-OFF RECOVERY PAYMENT" TO TC-DESCRIPTION
963217     MOVE "CR" TO TC-DIRECTION
963217     MOVE "ADJ" TO TC-CATEGORY
963218     MOVE "RECOVERY PAYMENT" TO TC-STMT-TEXT
963218     PERFORM WRITE-SEED-CODE
963219     MOVE "RCWO" TO TC-CODE
963219     MOVE "RECOVERY APPLIED TO WRITE-OFF" TO TC-DESCRIPTION
963220     MOVE "DR" TO TC-DIRECTION
963220     MOVE "ADJ" TO TC-CATEGORY
963221     MOVE "RECOVERY APPLIED" TO TC-STMT-TEXT
963221     PERFORM WRITE-SEED-CODE
969738     MOVE "ACCR" TO TC-CODE
969738     MOVE "ACH CREDIT RECEIVED" TO TC-DESCRIPTION
969739     MOVE "CR" TO TC-DIRECTION
969739     MOVE "XFER" TO TC-CATEGORY
969740     MOVE "ACH CREDIT" TO TC-STMT-TEXT
969740     PERFORM WRITE-SEED-CODE
969741     MOVE "ACDR" TO TC-CODE
969741     MOVE "ACH DEBIT RECEIVED" TO TC-DESCRIPTION
969742     MOVE "DR" TO TC-DIRECTION
969742     MOVE "XFER" TO TC-CATEGORY
969743     MOVE "ACH DEBIT" TO TC-STMT-TEXT
969743     PERFORM WRITE-SEED-CODE
973818     MOVE "FXSL" TO TC-CODE
973819     MOVE "FOREIGN NOTES SOLD" TO TC-DESCRIPTION
973819     MOVE "DR" TO TC-DIRECTION
973820     MOVE "ADJ" TO TC-CATEGORY
973820     MOVE "FOREIGN CURRENCY" TO TC-STMT-TEXT
973821     PERFORM WRITE-SEED-CODE
973821     MOVE "FXBY" TO TC-CODE
973822     MOVE "FOREIGN NOTES BOUGHT" TO TC-DESCRIPTION
973822     MOVE "CR" TO TC-DIRECTION
973823     MOVE "ADJ" TO TC-CATEGORY
973823     MOVE "FOREIGN CURRENCY" TO TC-STMT-TEXT
973824     PERFORM WRITE-SEED-CODE
973824     MOVE "FXMG" TO TC-CODE
973825     MOVE "FOREIGN EXCHANGE MARGIN" TO TC-DESCRIPTION
973825     MOVE "CR" TO TC-DIRECTION
973826     MOVE "ADJ" TO TC-CATEGORY
973826     MOVE "FX MARGIN" TO TC-STMT-TEXT
973827     PERFORM WRITE-SEED-CODE
973827     MOVE "FXCI" TO TC-CODE
973828     MOVE "FX CASH RECEIVED" TO TC-DESCRIPTION
973828     MOVE "CR" TO TC-DIRECTION
973829     MOVE "ADJ" TO TC-CATEGORY
973829     MOVE "FX CASH IN" TO TC-STMT-TEXT
973830     PERFORM WRITE-SEED-CODE
973830     MOVE "FXCO" TO TC-CODE
973831     MOVE "FX CASH PAID" TO TC-DESCRIPTION
973831     MOVE "DR" TO TC-DIRECTION
973832     MOVE "ADJ" TO TC-CATEGORY
973832     MOVE "FX CASH OUT" TO TC-STMT-TEXT
973833     PERFORM WRITE-SEED-CODE
976174     MOVE "SDBR" TO TC-CODE
976174     MOVE "SAFE DEPOSIT BOX RENT" TO TC-DESCRIPTION
976175     MOVE "DR" TO TC-DIRECTION
976175     MOVE "FEE" TO TC-CATEGORY
976176     MOVE "SAFE DEPOSIT RENT" TO TC-STMT-TEXT
976176     PERFORM WRITE-SEED-CODE
940294     EXIT.
940300 TRAN-CODE-MENU.
940300     MOVE 0 TO WS-TCODE-OPTION
940301     PERFORM UNTIL WS-TCODE-OPTION = 3
940301         DISPLAY "+---------------------------------+"
940302         DISPLAY "|    TRANSACTION CODE MASTER      |"
940302         DISPLAY "+---------------------------------+"
940303         DISPLAY "| 1. List codes                  |"
940303         DISPLAY "| 2. Add or update a code        |"
940304         DISPLAY "| 3. Back                        |"
940304         DISPLAY "+---------------------------------+"
940305         DISPLAY "Select an option (1-3): " WITH NO ADVANCING
940305         ACCEPT WS-TCODE-OPTION
940306         EVALUATE WS-TCODE-OPTION
940306             WHEN 1
940307                 PERFORM LIST-TRAN-CODES
940307             WHEN 2
940308                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
940308                     TO WS-UP-ROLE
940309                 IF WS-UP-ROLE = "SUPERVISOR"
940309                     PERFORM UPDATE-TRAN-CODE
940310                 ELSE
940310                     DISPLAY "Access denied - supervisor only."
940311                     MOVE "Access denied - transaction codes"
940311                         TO WS-XL-MESSAGE
940312                     PERFORM LOG-ACCESS-DENIED
940312                 END-IF
940313             WHEN 3
940313                 CONTINUE
940314             WHEN OTHER
940314                 DISPLAY "Invalid option. Please try again."
940315         END-EVALUATE
940315     END-PERFORM
940316     EXIT.
940400 LIST-TRAN-CODES.
940400     PERFORM OPEN-TCODE-IO
940401     MOVE 'N' TO WS-TCODE-EOF
940401     DISPLAY "CODE DR/CR CAT  STATUS DESCRIPTION"
940402     PERFORM UNTIL WS-TCODE-EOF = 'Y'
940402         READ TRAN-CODE-FILE NEXT RECORD
940403             AT END
940403                 MOVE 'Y' TO WS-TCODE-EOF
940404             NOT AT END
940404                 DISPLAY TC-CODE " " TC-DIRECTION "    "
940405                     TC-CATEGORY " " TC-STATUS "      "
940405                     TC-DESCRIPTION
940406         END-READ
940406     END-PERFORM
940407     CLOSE TRAN-CODE-FILE
940407     EXIT.
940500 UPDATE-TRAN-CODE.
940500     PERFORM OPEN-TCODE-IO
940501     MOVE 'N' TO WS-TCODE-FOUND
940501     DISPLAY "Transaction code: " WITH NO ADVANCING
940502     ACCEPT TC-CODE
940502     MOVE FUNCTION UPPER-CASE(TC-CODE) TO TC-CODE
940503     READ TRAN-CODE-FILE
940503         INVALID KEY
940504             CONTINUE
940504         NOT INVALID KEY
940505             MOVE 'Y' TO WS-TCODE-FOUND
940505             DISPLAY "Description    : " TC-DESCRIPTION
940506             DISPLAY "Direction      : " TC-DIRECTION
940506             DISPLAY "Category       : " TC-CATEGORY
940507             DISPLAY "Statement text : " TC-STMT-TEXT
940507             DISPLAY "Status         : " TC-STATUS
940508     END-READ
940508     DISPLAY "Description: " WITH NO ADVANCING
940509     ACCEPT TC-DESCRIPTION
940509     DISPLAY "Direction (DR/CR): " WITH NO ADVANCING
940510     ACCEPT TC-DIRECTION
940510     MOVE FUNCTION UPPER-CASE(TC-DIRECTION) TO TC-DIRECTION
940511     DISPLAY "Category (CASH/XFER/FEE/INT/LOAN/REV/RET/ADJ): "
940511         WITH NO ADVANCING
940512     ACCEPT TC-CATEGORY
940512     MOVE FUNCTION UPPER-CASE(TC-CATEGORY) TO TC-CATEGORY
940513     DISPLAY "Statement text: " WITH NO ADVANCING
940513     ACCEPT TC-STMT-TEXT
940514     DISPLAY "Status (A active / I retired): " WITH NO ADVANCING
940514     ACCEPT TC-STATUS
940515     MOVE FUNCTION UPPER-CASE(TC-STATUS) TO TC-STATUS
940515     IF (TC-DIRECTION NOT = "DR" AND TC-DIRECTION NOT = "CR")
940516         OR (TC-STATUS NOT = 'A' AND TC-STATUS NOT = 'I')
940516         OR (TC-CATEGORY NOT = "CASH" AND TC-CATEGORY NOT = "XFER"
940517         AND TC-CATEGORY NOT = "FEE" AND TC-CATEGORY NOT = "INT"
940517         AND TC-CATEGORY NOT = "LOAN" AND TC-CATEGORY NOT = "REV"
940518         AND TC-CATEGORY NOT = "RET" AND TC-CATEGORY NOT = "ADJ")
940518         DISPLAY "Direction, category or status not valid."
940519         DISPLAY "Code not saved."
940519     ELSE
940520         IF WS-TCODE-FOUND = 'Y'
940520             REWRITE TRAN-CODE-RECORD
940521                 INVALID KEY
940521                     DISPLAY "Update failed."
940522                 NOT INVALID KEY
940522                     DISPLAY ">>> Code updated."
940523             END-REWRITE
940523         ELSE
940524             WRITE TRAN-CODE-RECORD
940524                 INVALID KEY
940525                     DISPLAY "Add failed."
940525                 NOT INVALID KEY
940526                     DISPLAY ">>> Code added."
940526             END-WRITE
940527         END-IF
940527     END-IF
940528     CLOSE TRAN-CODE-FILE
940528     EXIT.
951024 SUSPENSE-MENU.
951024     MOVE 0 TO WS-SUS-OPTION
951025     PERFORM UNTIL WS-SUS-OPTION = 5
951025         DISPLAY "+---------------------------------+"
951026         DISPLAY "|        POSTING SUSPENSE         |"
951026         DISPLAY "+---------------------------------+"
951027         DISPLAY "| 1. List open items             |"
951027         DISPLAY "| 2. Correct account             |"
951028         DISPLAY "| 3. Re-release for posting      |"
951028         DISPLAY "| 4. Return to originator        |"
951029         DISPLAY "| 5. Back                        |"
951029         DISPLAY "+---------------------------------+"
951030         DISPLAY "Select an option (1-5): " WITH NO ADVANCING
951030         ACCEPT WS-SUS-OPTION
951031         EVALUATE WS-SUS-OPTION
951031             WHEN 1
951032                 PERFORM LIST-SUSPENSE-ITEMS
951032             WHEN 2
951033                 PERFORM CORRECT-SUSPENSE-ACCOUNT
951033             WHEN 3
951034                 PERFORM CHECK-SUSPENSE-SUPERVISOR
951034                 IF WS-UP-ROLE = "SUPERVISOR"
951035                     PERFORM RELEASE-SUSPENSE-ITEM
951035                 END-IF
951036             WHEN 4
951036                 PERFORM CHECK-SUSPENSE-SUPERVISOR
951037                 IF WS-UP-ROLE = "SUPERVISOR"
951037                     PERFORM RETURN-SUSPENSE-ITEM
951038                 END-IF
951038             WHEN 5
951039                 CONTINUE
951039             WHEN OTHER
951040                 DISPLAY "Invalid option. Please try again."
951040         END-EVALUATE
951041     END-PERFORM
951041     EXIT.
951042 CHECK-SUSPENSE-SUPERVISOR.
951042*Re-release and return move money out of suspense and are
951043*held to the same supervisor control as a reversal.
951043     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
951044         TO WS-UP-ROLE
951044     IF WS-UP-ROLE NOT = "SUPERVISOR"
951045         DISPLAY "Access denied - supervisor only."
951045         MOVE "Access denied - suspense release"
951046             TO WS-XL-MESSAGE
951046         PERFORM LOG-ACCESS-DENIED
951047     END-IF
951047     EXIT.
951048 OPEN-SUSPENSE-IO.
951048     OPEN I-O SUSPENSE-FILE
951049     IF WS-SUS-FILE-STATUS = "35"
951049         OPEN OUTPUT SUSPENSE-FILE
951050         CLOSE SUSPENSE-FILE
951050         OPEN I-O SUSPENSE-FILE
951051     END-IF
951051     EXIT.
951052 LIST-SUSPENSE-ITEMS.
951052     PERFORM OPEN-SUSPENSE-IO
951053     MOVE 'N' TO WS-SUS-EOF
951053     MOVE 0 TO WS-SUS-OPEN-COUNT
951054     PERFORM UNTIL WS-SUS-EOF = 'Y'
951054         READ SUSPENSE-FILE NEXT RECORD
951055             AT END
951055                 MOVE 'Y' TO WS-SUS-EOF
951056             NOT AT END
951056                 IF SUS-STATUS = 'O'
951057                     ADD 1 TO WS-SUS-OPEN-COUNT
951057                     MOVE SUS-AMOUNT TO WS-SUS-AMOUNT-DISP
951058                     DISPLAY "Item " SUS-ID " " SUS-BUS-DATE
951058                         " acct " SUS-ACCT-NUMBER " "
951059                         SUS-TRAN-TYPE " " WS-SUS-AMOUNT-DISP
951059                     DISPLAY "  " SUS-REASON
951060                     IF SUS-CORR-ACCT NOT = 0
951060                         DISPLAY "  corrected to " SUS-CORR-ACCT
951061                     END-IF
951061                 END-IF
951062         END-READ
951062     END-PERFORM
951063     IF WS-SUS-OPEN-COUNT = 0
951063         DISPLAY "No items are open in suspense."
951064     END-IF
951064     CLOSE SUSPENSE-FILE
951065     EXIT.
951065 READ-OPEN-SUSPENSE-ITEM.
951066     MOVE 'N' TO WS-SUS-FOUND
951066     DISPLAY "Suspense item ID: " WITH NO ADVANCING
951067     ACCEPT SUS-ID
951067     READ SUSPENSE-FILE
951068         INVALID KEY
951068             DISPLAY "Item not found."
951069         NOT INVALID KEY
951069             IF SUS-STATUS NOT = 'O'
951070                 DISPLAY "Item is no longer open in suspense."
951070             ELSE
951071                 MOVE 'Y' TO WS-SUS-FOUND
951071                 MOVE SUS-AMOUNT TO WS-SUS-AMOUNT-DISP
951072                 DISPLAY "Feed account : " SUS-ACCT-NUMBER
951072                 DISPLAY "Type/amount  : " SUS-TRAN-TYPE " "
951073                     WS-SUS-AMOUNT-DISP
951073                 DISPLAY "Reason       : " SUS-REASON
951074             END-IF
951074     END-READ
951075     EXIT.
951075 CORRECT-SUSPENSE-ACCOUNT.
951076     PERFORM OPEN-SUSPENSE-IO
951076     PERFORM READ-OPEN-SUSPENSE-ITEM
951077     IF WS-SUS-FOUND = 'Y'
951077         DISPLAY "Correct account number: " WITH NO ADVANCING
951078         ACCEPT WS-SUS-ACCT
951078         CALL "CHECK_DIGIT" USING WS-SUS-ACCT WS-ACCT-VALID
951079         IF WS-ACCT-VALID = 'N'
951079             DISPLAY "Invalid account number (check digit)."
951080         ELSE
951080             MOVE WS-SUS-ACCT TO SUS-CORR-ACCT
951081             PERFORM STAMP-SUSPENSE-ITEM
951081         END-IF
951082     END-IF
951082     CLOSE SUSPENSE-FILE
951083     EXIT.
951083 RELEASE-SUSPENSE-ITEM.
951084*The item posts to the corrected account (or the feed account
951084*when none was keyed) through the same checks as a keyed
951085*entry; only once it has posted is suspense relieved.
951085     PERFORM OPEN-SUSPENSE-IO
951086     PERFORM READ-OPEN-SUSPENSE-ITEM
951086     IF WS-SUS-FOUND = 'Y'
951087         IF SUS-CORR-ACCT NOT = 0
951087             MOVE SUS-CORR-ACCT TO WS-SUS-ACCT
951088         ELSE
951088             MOVE SUS-ACCT-NUMBER TO WS-SUS-ACCT
951089         END-IF
951089         PERFORM POST-SUSPENSE-ITEM
951090         IF WS-ENTRY-POSTED = 'Y'
951090             PERFORM WRITE-SUSPENSE-RELIEF
951091             MOVE 'P' TO SUS-STATUS
951091             MOVE WS-POSTED-TRAN-ID TO SUS-POSTED-TRAN-ID
951092             PERFORM STAMP-SUSPENSE-ITEM
951092         ELSE
951093             DISPLAY "Item remains in suspense."
951093         END-IF
951094     END-IF
951094     CLOSE SUSPENSE-FILE
951095     EXIT.
951095 POST-SUSPENSE-ITEM.
951096     MOVE 'N' TO WS-ENTRY-POSTED
951096     OPEN I-O ACCOUNT-MASTER-FILE
951097     MOVE WS-SUS-ACCT TO ACCT-NUMBER
951097     CALL "CHECK_DIGIT" USING ACCT-NUMBER WS-ACCT-VALID
951139     IF SUS-TRAN-TYPE NOT = "DR" AND SUS-TRAN-TYPE NOT = "CR"
951139         DISPLAY "Item type is not DR or CR - return it."
951140     ELSE
951098         IF WS-ACCT-VALID = 'N'
951098             DISPLAY "Invalid account number (check digit)."
951099         ELSE
951099             READ ACCOUNT-MASTER-FILE
951100                 INVALID KEY
951100                     DISPLAY "Account not found."
951101                 NOT INVALID KEY
951101                     IF ACCT-STATUS NOT = 'O'
951102                         DISPLAY "Account is closed."
951102                     ELSE
951103                         MOVE SUS-TRAN-TYPE TO WS-INPUT-TYPE
951103                         MOVE SUS-AMOUNT TO WS-INPUT-AMOUNT
951104                         MOVE 0 TO WS-REVERSAL-REF
951104                         IF SUS-DESC = SPACES
951105                             MOVE "BATCH ITEM" TO WS-INPUT-DESC
951105                         ELSE
951106                             MOVE SUS-DESC TO WS-INPUT-DESC
951106                         END-IF
951107                         IF SUS-TRAN-TYPE = "DR"
951107                             MOVE "BTDR" TO WS-INPUT-CODE
951108                         ELSE
951108                             MOVE "BTCR" TO WS-INPUT-CODE
951109                         END-IF
951109                         MOVE WS-INPUT-AMOUNT TO WS-LIMIT-AMOUNT
951110                         CALL "LIMIT_CHECK" USING LS-USERNAME
951110                             LS-ROLE ACCT-NUMBER WS-LIMIT-AMOUNT
951110                             WS-LIMIT-OK
951111                         IF WS-LIMIT-OK = 'N'
951111                             DISPLAY "Rejected - over limit."
951112                         ELSE
951112                             PERFORM APPLY-KEYED-TRANSACTION
951113                         END-IF
951113                     END-IF
951114             END-READ
951114         END-IF
951140     END-IF
951115     CLOSE ACCOUNT-MASTER-FILE
951115     EXIT.
951116 RETURN-SUSPENSE-ITEM.
951116     PERFORM OPEN-SUSPENSE-IO
951117     PERFORM READ-OPEN-SUSPENSE-ITEM
951117     IF WS-SUS-FOUND = 'Y'
951118         DISPLAY "Return reason: " WITH NO ADVANCING
951118         ACCEPT WS-INPUT-DESC
951119         IF WS-INPUT-DESC NOT = SPACES
951119             MOVE WS-INPUT-DESC TO SUS-REASON
951120         END-IF
951120         PERFORM WRITE-SUSPENSE-RELIEF
951121         MOVE 'R' TO SUS-STATUS
951121         PERFORM STAMP-SUSPENSE-ITEM
951122     END-IF
951122     CLOSE SUSPENSE-FILE
951123     EXIT.
951123 WRITE-SUSPENSE-RELIEF.
951124*Relieves the GL suspense account by the opposite of the entry
951124*the posting run booked when it rejected the item.
951125     PERFORM BUILD-TIMESTAMP
951125     OPEN EXTEND GL-JOURNAL-FILE
951126     MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
951126     IF SUS-TRAN-TYPE = "DR"
951127         MOVE "CR" TO GL-DR-CR
951127         MOVE "SPCR" TO GL-TRAN-CODE
951128     ELSE
951128         MOVE "DR" TO GL-DR-CR
951129         MOVE "SPDR" TO GL-TRAN-CODE
951129     END-IF
951130     MOVE SUS-AMOUNT TO GL-AMOUNT
951130     MOVE SUS-ID TO GL-REFERENCE
951131     MOVE WS-CURRENT-TIMESTAMP TO GL-TIMESTAMP
951131     MOVE 0 TO GL-ACCT-NUMBER
951132     WRITE GL-JOURNAL-RECORD
951132     CLOSE GL-JOURNAL-FILE
951133     EXIT.
951133 STAMP-SUSPENSE-ITEM.
951134     MOVE LS-USERNAME TO SUS-UPDATED-BY
951134     PERFORM BUILD-TIMESTAMP
951135     MOVE WS-CURRENT-TIMESTAMP TO SUS-UPDATED-TS
951135     REWRITE SUSPENSE-RECORD
951136         INVALID KEY
951136             DISPLAY "Suspense item update failed."
951137         NOT INVALID KEY
951137             DISPLAY ">>> Suspense item " SUS-ID " updated."
951138     END-REWRITE
951138     EXIT.
