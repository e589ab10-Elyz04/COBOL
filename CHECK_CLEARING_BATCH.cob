953501 IDENTIFICATION DIVISION.
953501 PROGRAM-ID. CHECK_CLEARING_BATCH.
953502 AUTHOR. ELYZ.
953502 ENVIRONMENT DIVISION.
953503 INPUT-OUTPUT SECTION.
953503 FILE-CONTROL.
953504     SELECT CLEARING-FILE ASSIGN TO "CHKCLR.DAT"
953504         ORGANIZATION IS LINE SEQUENTIAL
953505         FILE STATUS IS WS-CLR-FILE-STATUS.
953505     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
953506         ORGANIZATION IS INDEXED
953506         ACCESS MODE IS DYNAMIC
953507         RECORD KEY IS ACCT-NUMBER
953507         FILE STATUS IS WS-ACCT-FILE-STATUS.
953508     SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK.DAT"
953508         ORGANIZATION IS INDEXED
953509         ACCESS MODE IS DYNAMIC
953509         RECORD KEY IS PC-KEY
953510         FILE STATUS IS WS-PC-FILE-STATUS.
953510     SELECT RETURN-FILE ASSIGN TO "CHKRTN.DAT"
953511         ORGANIZATION IS LINE SEQUENTIAL.
953511     SELECT CHECKPOINT-FILE ASSIGN TO "CHKCKP.DAT"
953512         ORGANIZATION IS LINE SEQUENTIAL
953512         FILE STATUS IS WS-CKPT-FILE-STATUS.
953513 DATA DIVISION.
953513 FILE SECTION.
953514 FD  CLEARING-FILE.
953514     COPY CHKCLREC.
953515 FD  ACCOUNT-MASTER-FILE.
953515     COPY ACCTREC.
953516 FD  PAID-CHECK-FILE.
953516     COPY PDCKREC.
953517 FD  RETURN-FILE.
953517     COPY CHKRTREC.
953518 FD  CHECKPOINT-FILE.
953518 01  CHECKPOINT-RECORD.
953519     05  CKP-BUS-DATE            PIC 9(8).
953519     05  CKP-LAST-SEQ            PIC 9(8).
953520 WORKING-STORAGE SECTION.
953520 01  WS-CLR-FILE-STATUS      PIC XX VALUE "00".
953521 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
953521 01  WS-PC-FILE-STATUS       PIC XX VALUE "00".
953522 01  WS-CKPT-FILE-STATUS     PIC XX VALUE "00".
953522 01  WS-CLR-EOF              PIC X VALUE 'N'.
953523 01  WS-LAST-SEQ-APPLIED     PIC 9(8) VALUE 0.
953523 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
953524 01  WS-NEW-BALANCE          PIC S9(9)V99 COMP-3.
953524 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
953525 01  WS-AVAILABLE-BAL        PIC S9(9)V99 COMP-3.
972123 01  WS-OD-FEE               PIC 9(3)V99.
972123 01  WS-PRODUCT-FOUND        PIC X.
972124     COPY PRODREC.
953526 01  WS-DEBIT-TYPE           PIC X(2) VALUE "DR".
953526 01  WS-ACCT-VALID           PIC X VALUE 'N'.
953527 01  WS-STOP-FLAG            PIC X VALUE 'N'.
953527 01  WS-ALREADY-PAID         PIC X VALUE 'N'.
953528 01  WS-ITEM-REJECT          PIC X VALUE 'N'.
953528 01  WS-RETURN-REASON        PIC X(30).
953529 01  WS-FIRST-PAID-DATE      PIC 9(8) VALUE 0.
953529 01  WS-FIRST-ITEM-SEQ       PIC 9(8) VALUE 0.
953530 01  WS-OPERATOR-ID          PIC X(20) VALUE "CHKCLEAR".
953530 01  WS-POST-DESC            PIC X(30).
953531 01  WS-TRAN-CODE            PIC X(4).
953531 01  WS-PERIOD-FLAG          PIC X VALUE 'O'.
953532 01  WS-BUSINESS-DATE        PIC 9(8).
953532 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
953533 01  WS-PAID-COUNT           PIC 9(6) VALUE 0.
953533 01  WS-PAID-TOTAL           PIC 9(11)V99 VALUE 0.
953534 01  WS-RETURNED-COUNT       PIC 9(6) VALUE 0.
953534 01  WS-RETURNED-TOTAL       PIC 9(11)V99 VALUE 0.
953535 01  WS-DUPLICATE-COUNT      PIC 9(6) VALUE 0.
953535 01  WS-STOPPED-COUNT        PIC 9(6) VALUE 0.
953536 01  WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
953536 01  WS-FEES-POSTED          PIC 9(6) VALUE 0.
979954 01  WS-SWEEP-FUNCTION       PIC X(4) VALUE "POST".
979954 01  WS-SWEEP-FEE            PIC 9(3)V99.
979955 01  WS-SWEEPS-POSTED        PIC 9(6) VALUE 0.
979955 01  WS-SWEEP-NEED           PIC S9(9)V99 COMP-3.
979956 01  WS-SWEEP-AMOUNT         PIC S9(9)V99 COMP-3.
979956 01  WS-SWEEP-CHK-ACCT       PIC 9(8).
979957 01  WS-SWEEP-SAV-ACCT       PIC 9(8).
979957 01  WS-SWEEP-SAV-BALANCE    PIC S9(9)V99 COMP-3.
979958 01  WS-SWEEP-CHK-BALANCE    PIC S9(9)V99 COMP-3.
979958 01  WS-SWEEP-RESULT         PIC X.
953545 PROCEDURE DIVISION.
953545 MAIN-PARA.
953546     PERFORM SET-BUSINESS-DATE
953546     CALL "PERIOD_CHECK" USING WS-BUSINESS-DATE WS-PERIOD-FLAG
953547     IF WS-PERIOD-FLAG = 'C'
953547         DISPLAY "Accounting period is closed - clearing not run."
953548         MOVE 8 TO RETURN-CODE
953548     ELSE
953549         PERFORM CLEAR-THE-FILE
953549     END-IF
953550     GOBACK.
953550 SET-BUSINESS-DATE.
953551     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
953551     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
953552     IF WS-BUS-DATE-ENV NOT = SPACES
953552         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
953553         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
953553             TO WS-BUSINESS-DATE
953554     END-IF
953554     EXIT.
953555 CLEAR-THE-FILE.
953555     MOVE 'N' TO WS-CLR-EOF
953556     PERFORM READ-CHECKPOINT
953556     DISPLAY "Resuming after item: " WS-LAST-SEQ-APPLIED
953557     OPEN INPUT CLEARING-FILE
953557     IF WS-CLR-FILE-STATUS NOT = "00"
953558         DISPLAY "No check clearing file for this business date."
953558     ELSE
953559         OPEN I-O ACCOUNT-MASTER-FILE
953559         PERFORM OPEN-PAID-CHECK-IO
953560         OPEN EXTEND RETURN-FILE
953560         PERFORM UNTIL WS-CLR-EOF = 'Y'
953561             READ CLEARING-FILE
953561                 AT END
953562                     MOVE 'Y' TO WS-CLR-EOF
953562                 NOT AT END
953563                     PERFORM PROCESS-CLEARING-ITEM
953563             END-READ
953564         END-PERFORM
953564         CLOSE CLEARING-FILE
953565         CLOSE ACCOUNT-MASTER-FILE
953565         CLOSE PAID-CHECK-FILE
953566         CLOSE RETURN-FILE
953566     END-IF
953567     DISPLAY "Checks paid: " WS-PAID-COUNT
953567         "  amount " WS-PAID-TOTAL
953568     DISPLAY "Checks returned: " WS-RETURNED-COUNT
953568         "  amount " WS-RETURNED-TOTAL
953569     DISPLAY "  of which duplicate presentments: "
953569         WS-DUPLICATE-COUNT
953570     DISPLAY "  of which stop payments: " WS-STOPPED-COUNT
953570     DISPLAY "Skipped (already cleared): " WS-SKIPPED-COUNT
953571     DISPLAY "Overdraft fees posted: " WS-FEES-POSTED
953571     DISPLAY "Overdraft protection sweeps: " WS-SWEEPS-POSTED
953572     EXIT.
953572 READ-CHECKPOINT.
953573*The checkpoint is only honoured for the business date that
953573*wrote it; the next day's clearing file starts from the top.
953574     MOVE 0 TO WS-LAST-SEQ-APPLIED
953574     OPEN INPUT CHECKPOINT-FILE
953575     IF WS-CKPT-FILE-STATUS = "00"
953575         READ CHECKPOINT-FILE
953576             AT END
953576                 CONTINUE
953577             NOT AT END
953577                 IF CKP-BUS-DATE = WS-BUSINESS-DATE
953578                     MOVE CKP-LAST-SEQ TO WS-LAST-SEQ-APPLIED
953578                 END-IF
953579         END-READ
953579         CLOSE CHECKPOINT-FILE
953580     END-IF
953580     EXIT.
953581 WRITE-CHECKPOINT.
953581     OPEN OUTPUT CHECKPOINT-FILE
953582     MOVE WS-BUSINESS-DATE TO CKP-BUS-DATE
953582     MOVE WS-LAST-SEQ-APPLIED TO CKP-LAST-SEQ
953583     WRITE CHECKPOINT-RECORD
953583     CLOSE CHECKPOINT-FILE
953584     EXIT.
953584 OPEN-PAID-CHECK-IO.
953585     OPEN I-O PAID-CHECK-FILE
953585     IF WS-PC-FILE-STATUS = "35"
953586         OPEN OUTPUT PAID-CHECK-FILE
953586         CLOSE PAID-CHECK-FILE
953587         OPEN I-O PAID-CHECK-FILE
953587     END-IF
953588     EXIT.
953588 PROCESS-CLEARING-ITEM.
953589     IF CK-ITEM-SEQ <= WS-LAST-SEQ-APPLIED
953589         ADD 1 TO WS-SKIPPED-COUNT
953590     ELSE
953590         MOVE 0 TO WS-FIRST-PAID-DATE
953591         MOVE 0 TO WS-FIRST-ITEM-SEQ
953591         CALL "CHECK_DIGIT" USING CK-ACCT-NUMBER WS-ACCT-VALID
953592         EVALUATE TRUE
953592             WHEN WS-ACCT-VALID = 'N'
953593                 MOVE "BAD CHECK DIGIT" TO WS-RETURN-REASON
953593                 PERFORM RETURN-CLEARING-ITEM
953594             WHEN CK-CHECK-SERIAL = 0
953594                 MOVE "MISSING CHECK SERIAL" TO WS-RETURN-REASON
953595                 PERFORM RETURN-CLEARING-ITEM
953595             WHEN OTHER
953596                 PERFORM PAY-CLEARING-ITEM
953596         END-EVALUATE
953597     END-IF
953597     EXIT.
953598 PAY-CLEARING-ITEM.
953598     MOVE CK-ACCT-NUMBER TO ACCT-NUMBER
953599     READ ACCOUNT-MASTER-FILE
953599         INVALID KEY
953600             MOVE "UNKNOWN ACCOUNT" TO WS-RETURN-REASON
953600             PERFORM RETURN-CLEARING-ITEM
953601         NOT INVALID KEY
972124             CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972125                 WS-PRODUCT-FOUND
953601             IF ACCT-STATUS NOT = 'O'
953602                 MOVE "ACCOUNT NOT OPEN" TO WS-RETURN-REASON
953602                 PERFORM RETURN-CLEARING-ITEM
953603             ELSE
972125             IF PRD-CHAN-CHECKS NOT = 'Y'
972126                 MOVE "CHECKS NOT ALLOWED" TO WS-RETURN-REASON
972126                 PERFORM RETURN-CLEARING-ITEM
972127             ELSE
953603                 PERFORM CHECK-PRIOR-PRESENTMENT
953604                 IF WS-ALREADY-PAID = 'Y'
953604                     MOVE "DUPLICATE PRESENTMENT"
953605                         TO WS-RETURN-REASON
953605                     ADD 1 TO WS-DUPLICATE-COUNT
953606                     PERFORM RETURN-CLEARING-ITEM
953606                 ELSE
953607                     PERFORM APPLY-CLEARING-DEBIT
953607                 END-IF
972127             END-IF
953608             END-IF
953608     END-READ
953609     EXIT.
953609 CHECK-PRIOR-PRESENTMENT.
953610*A serial already paid on the account is refused however the
953610*amount or presenting bank differs.
953611     MOVE 'N' TO WS-ALREADY-PAID
953611     MOVE CK-ACCT-NUMBER TO PC-ACCT-NUMBER
953612     MOVE CK-CHECK-SERIAL TO PC-CHECK-SERIAL
953612     READ PAID-CHECK-FILE
953613         INVALID KEY
953613             CONTINUE
953614         NOT INVALID KEY
953614             MOVE 'Y' TO WS-ALREADY-PAID
953615             MOVE PC-PAID-DATE TO WS-FIRST-PAID-DATE
953615             MOVE PC-ITEM-SEQ TO WS-FIRST-ITEM-SEQ
953616     END-READ
953616     EXIT.
953617 APPLY-CLEARING-DEBIT.
953617     MOVE 'N' TO WS-ITEM-REJECT
953618     MOVE CK-AMOUNT TO WS-POST-AMOUNT
953618     MOVE 'N' TO WS-STOP-FLAG
953619     CALL "STOP-CHECK-SERIAL" USING ACCT-NUMBER WS-POST-AMOUNT
953619         CK-CHECK-SERIAL WS-STOP-FLAG
953620     CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
953620     IF WS-STOP-FLAG = 'N'
953621         MOVE WS-POST-AMOUNT TO WS-SWEEP-NEED
953621         PERFORM OD-PROTECTION-SWEEP
953622     END-IF
953622     COMPUTE WS-AVAILABLE-BAL =
953623         ACCT-BALANCE + ACCT-OD-LIMIT - WS-HOLD-TOTAL
953623     IF WS-STOP-FLAG = 'Y'
953624         MOVE "STOP PAYMENT" TO WS-RETURN-REASON
953624         ADD 1 TO WS-STOPPED-COUNT
953625         MOVE 'Y' TO WS-ITEM-REJECT
953625     ELSE
953626         IF WS-POST-AMOUNT > WS-AVAILABLE-BAL
953626             MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
953627             MOVE 'Y' TO WS-ITEM-REJECT
953627         ELSE
953628             COMPUTE WS-NEW-BALANCE =
953628                 ACCT-BALANCE - WS-POST-AMOUNT
953629         END-IF
953629     END-IF
953630     IF WS-ITEM-REJECT = 'Y'
953630         PERFORM RETURN-CLEARING-ITEM
953631     ELSE
953631         MOVE WS-NEW-BALANCE TO ACCT-BALANCE
953632         REWRITE ACCOUNT-RECORD
953632             INVALID KEY
953633                 MOVE "POSTING FAILED" TO WS-RETURN-REASON
953633                 PERFORM RETURN-CLEARING-ITEM
953634             NOT INVALID KEY
953634                 PERFORM POST-PAID-CHECK
953635         END-REWRITE
953635     END-IF
953636     EXIT.
953636 POST-PAID-CHECK.
953637*The ledger entry carries the serial; the paid check index is
953637*written before the checkpoint so a restart cannot pay it twice.
953638     MOVE SPACES TO WS-POST-DESC
953638     STRING "CHECK " DELIMITED BY SIZE
953639         CK-CHECK-SERIAL DELIMITED BY SIZE
953639         INTO WS-POST-DESC
953640     MOVE "CKPD" TO WS-TRAN-CODE
953640     CALL "POST-TRANSACTION-S" USING ACCT-NUMBER
953641         WS-DEBIT-TYPE WS-POST-AMOUNT ACCT-BALANCE
953641         WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
953642         CK-CHECK-SERIAL
953642     PERFORM WRITE-PAID-CHECK
953643     MOVE CK-ITEM-SEQ TO WS-LAST-SEQ-APPLIED
953643     PERFORM WRITE-CHECKPOINT
953644     ADD 1 TO WS-PAID-COUNT
953644     ADD CK-AMOUNT TO WS-PAID-TOTAL
953645     IF ACCT-BALANCE < 0
953645         PERFORM ASSESS-OVERDRAFT-FEE
953646     END-IF
953646     EXIT.
953647 WRITE-PAID-CHECK.
953647     MOVE CK-ACCT-NUMBER TO PC-ACCT-NUMBER
953648     MOVE CK-CHECK-SERIAL TO PC-CHECK-SERIAL
953648     MOVE CK-AMOUNT TO PC-AMOUNT
953649     MOVE WS-BUSINESS-DATE TO PC-PAID-DATE
953649     MOVE CK-ITEM-SEQ TO PC-ITEM-SEQ
953650     MOVE CK-PRESENTING-BANK TO PC-PRESENTING-BANK
953650     WRITE PAID-CHECK-RECORD
953651         INVALID KEY
953651             DISPLAY "Paid check index not written: "
953652                 CK-ACCT-NUMBER " " CK-CHECK-SERIAL
953652     END-WRITE
953653     EXIT.
953653 RETURN-CLEARING-ITEM.
953654*A refused item goes back to the presenting bank with its
953654*reason; nothing is posted.  The checkpoint moves past it so a
953655*restart does not return it twice.
953655     MOVE WS-BUSINESS-DATE TO CKR-BUS-DATE
953656     MOVE CK-ITEM-SEQ TO CKR-ITEM-SEQ
953656     MOVE CK-ACCT-NUMBER TO CKR-ACCT-NUMBER
953657     MOVE CK-CHECK-SERIAL TO CKR-CHECK-SERIAL
953657     MOVE CK-AMOUNT TO CKR-AMOUNT
953658     MOVE CK-PRESENTING-BANK TO CKR-PRESENTING-BANK
953658     MOVE WS-RETURN-REASON TO CKR-REASON
953659     MOVE WS-FIRST-PAID-DATE TO CKR-FIRST-PAID-DATE
953659     MOVE WS-FIRST-ITEM-SEQ TO CKR-FIRST-ITEM-SEQ
953660     WRITE CHECK-RETURN-RECORD
953660     DISPLAY "Check returned, " WS-RETURN-REASON ": "
953661         CK-ACCT-NUMBER " " CK-CHECK-SERIAL
953661     ADD 1 TO WS-RETURNED-COUNT
953662     ADD CK-AMOUNT TO WS-RETURNED-TOTAL
953662     MOVE CK-ITEM-SEQ TO WS-LAST-SEQ-APPLIED
953663     PERFORM WRITE-CHECKPOINT
953663     EXIT.
972128 ASSESS-OVERDRAFT-FEE.
972128*The fee is the one set on the account's product; a product
972129*that carries no fee is not charged.
972129     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972130         WS-PRODUCT-FOUND
972130     MOVE PRD-OD-FEE TO WS-OD-FEE
972131     IF WS-OD-FEE > 0
972131         PERFORM POST-OVERDRAFT-FEE
972132     END-IF
972132     EXIT.
972133 POST-OVERDRAFT-FEE.
953664     SUBTRACT WS-OD-FEE FROM ACCT-BALANCE
953665     REWRITE ACCOUNT-RECORD
953665         INVALID KEY
953666             DISPLAY "Overdraft fee posting failed: "
953666                 CK-ACCT-NUMBER
953667         NOT INVALID KEY
953667             MOVE WS-OD-FEE TO WS-POST-AMOUNT
953668             MOVE "OVERDRAFT FEE" TO WS-POST-DESC
953668             MOVE "ODFE" TO WS-TRAN-CODE
953669             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
953669                 WS-DEBIT-TYPE WS-POST-AMOUNT ACCT-BALANCE
953670                 WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
953670             ADD 1 TO WS-FEES-POSTED
953671     END-REWRITE
953671     EXIT.
979959 OD-PROTECTION-SWEEP.
979959*A debit of WS-SWEEP-NEED that would take the balance less holds
979960*below zero first draws the shortfall, plus the sweep fee, across
979960*from the protecting account.  OVERDRAFT_SWEEP decides from the
979961*two accounts' products whether the sweep applies and posts it;
979961*if it cannot cover all of it nothing moves and the debit goes
979962*ahead as though the account were unprotected.  The master is
979962*closed across the call, which opens it itself.  Expects the
979963*debited record read and its holds in WS-HOLD-TOTAL; leaves that
979963*record re-read.
979964     IF ACCT-LINKED-ACCT NOT = 0
979964         AND WS-SWEEP-NEED > ACCT-BALANCE - WS-HOLD-TOTAL
979965         MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
979965         CLOSE ACCOUNT-MASTER-FILE
979966         CALL "OVERDRAFT_SWEEP" USING WS-SWEEP-FUNCTION
979966             WS-SWEEP-CHK-ACCT WS-SWEEP-NEED WS-HOLD-TOTAL
979967             WS-OPERATOR-ID WS-SWEEP-RESULT WS-SWEEP-SAV-ACCT
979967             WS-SWEEP-AMOUNT WS-SWEEP-FEE WS-SWEEP-SAV-BALANCE
979968             WS-SWEEP-CHK-BALANCE
979968         OPEN I-O ACCOUNT-MASTER-FILE
979969         IF WS-SWEEP-RESULT = 'Y'
979969             ADD 1 TO WS-SWEEPS-POSTED
979970         END-IF
979970         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
979971         READ ACCOUNT-MASTER-FILE
979971             INVALID KEY
979972                 DISPLAY "Account re-read failed after sweep: "
979972                     WS-SWEEP-CHK-ACCT
979973         END-READ
979973     END-IF
979974     EXIT.
