591694     SELECT CHECKPOINT-FILE ASSIGN TO "BATCHCKP.DAT"
155097         ORGANIZATION IS LINE SEQUENTIAL
155097         FILE STATUS IS WS-CKPT-FILE-STATUS.
951101     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
951101         ORGANIZATION IS INDEXED
951102         ACCESS MODE IS DYNAMIC
951102         RECORD KEY IS SUS-ID
951103         FILE STATUS IS WS-SUS-FILE-STATUS.
951103     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
951104         ORGANIZATION IS LINE SEQUENTIAL.
487019 DATA DIVISION.
974356 FILE SECTION.
635654 FD  TRAN-FEED-FILE.
691133     COPY ACCTREC.
299025 FD  CHECKPOINT-FILE.
581139 01  CHECKPOINT-RECORD       PIC 9(8).
951104 FD  SUSPENSE-FILE.
951105     COPY SUSPREC.
951105 FD  GL-JOURNAL-FILE.
951106     COPY GLJRNREC.
437922 WORKING-STORAGE SECTION.
722307 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
358586 01  WS-CKPT-FILE-STATUS     PIC XX VALUE "00".
984153 01  WS-FEED-REJECT          PIC X VALUE 'N'.
984153 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
984154 01  WS-AVAILABLE-BAL        PIC S9(9)V99 COMP-3.
972111 01  WS-OD-FEE               PIC 9(3)V99.
972111 01  WS-PRODUCT-FOUND        PIC X.
972112     COPY PRODREC.
984155 01  WS-FEES-POSTED          PIC 9(6) VALUE 0.
984156 01  WS-FEE-TRAN-TYPE        PIC X(2) VALUE "DR".
984157 01  WS-ACCT-VALID           PIC X VALUE 'N'.
917404 01  WS-OPERATOR-ID          PIC X(20) VALUE "TRANPOST".
833120 01  WS-STOP-FLAG            PIC X VALUE 'N'.
873504 01  WS-POST-DESC            PIC X(30).
940701 01  WS-TRAN-CODE            PIC X(4).
861425 01  WS-PERIOD-FLAG          PIC X VALUE 'O'.
880812 01  WS-BUSINESS-DATE        PIC 9(8).
880812 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
833120 01  WS-STOPPED-COUNT        PIC 9(6) VALUE 0.
951106 01  WS-SUS-FILE-STATUS      PIC XX VALUE "00".
951107 01  WS-SUS-EOF              PIC X VALUE 'N'.
951107 01  WS-NEXT-SUS-ID          PIC 9(8) VALUE 0.
951108 01  WS-REJECT-REASON        PIC X(30).
951108 01  WS-SUSPENSE-COUNT       PIC 9(6) VALUE 0.
951109 01  WS-SUSPENSE-TOTAL       PIC 9(11)V99 VALUE 0.
951109 01  WS-GL-ACCOUNT-CODE      PIC X(10) VALUE "1000-DDA".
951110 01  WS-CURRENT-TIMESTAMP    PIC 9(14).
951110 01  WS-DATE-PART            PIC 9(8).
951111 01  WS-TIME-PART            PIC 9(8).
979932 01  WS-SWEEP-FUNCTION       PIC X(4) VALUE "POST".
979932 01  WS-SWEEP-FEE            PIC 9(3)V99.
979933 01  WS-SWEEPS-POSTED        PIC 9(6) VALUE 0.
979933 01  WS-SWEEP-NEED           PIC S9(9)V99 COMP-3.
979934 01  WS-SWEEP-AMOUNT         PIC S9(9)V99 COMP-3.
979934 01  WS-SWEEP-CHK-ACCT       PIC 9(8).
979935 01  WS-SWEEP-SAV-ACCT       PIC 9(8).
979935 01  WS-SWEEP-SAV-BALANCE    PIC S9(9)V99 COMP-3.
979936 01  WS-SWEEP-CHK-BALANCE    PIC S9(9)V99 COMP-3.
979936 01  WS-SWEEP-RESULT         PIC X.
963401 01  WS-RECOVERY-COUNT       PIC 9(6) VALUE 0.
963401 01  WS-RCVY-RESULT          PIC X.
963402 01  WS-RCVY-OUTSTANDING     PIC S9(9)V99 COMP-3.
980093 01  WS-RCVY-CHANNEL         PIC X VALUE 'E'.
227949 PROCEDURE DIVISION.
282402 MAIN-PARA.
880813     PERFORM SET-BUSINESS-DATE
282404     MOVE 0 TO WS-SKIPPED-COUNT
282404     MOVE 0 TO WS-REJECTED-COUNT
282405     MOVE 0 TO WS-FEES-POSTED
952581     MOVE 0 TO WS-SWEEPS-POSTED
963403     MOVE 0 TO WS-RECOVERY-COUNT
951111     MOVE 0 TO WS-SUSPENSE-COUNT
951112     MOVE 0 TO WS-SUSPENSE-TOTAL
282402     PERFORM READ-CHECKPOINT
282402     DISPLAY "Resuming after sequence: " WS-LAST-SEQ-APPLIED
282403     OPEN INPUT TRAN-FEED-FILE
520318     OPEN I-O ACCOUNT-MASTER-FILE
951112     PERFORM OPEN-SUSPENSE-IO
520319     PERFORM UNTIL WS-FEED-EOF = 'Y'
520319         READ TRAN-FEED-FILE
520319             AT END
304700     END-PERFORM
913032     CLOSE TRAN-FEED-FILE
913032     CLOSE ACCOUNT-MASTER-FILE
951113     CLOSE SUSPENSE-FILE
913033     DISPLAY "Posted: " WS-PROCESSED-COUNT
913033     DISPLAY "Skipped (already applied): " WS-SKIPPED-COUNT
421864     DISPLAY "Rejected: " WS-REJECTED-COUNT
833127     DISPLAY "Stopped (stop payment): " WS-STOPPED-COUNT
421865     DISPLAY "Overdraft fees posted: " WS-FEES-POSTED
952581     DISPLAY "Overdraft protection sweeps: " WS-SWEEPS-POSTED
963404     DISPLAY "Charge-off recoveries: " WS-RECOVERY-COUNT
951113     DISPLAY "Written to suspense: " WS-SUSPENSE-COUNT
951114         "  amount " WS-SUSPENSE-TOTAL
421865     EXIT.
398329 READ-CHECKPOINT.
398329     MOVE 0 TO WS-LAST-SEQ-APPLIED
489262             DISPLAY "Bad check digit, rejected: "
489262                 FD-ACCT-NUMBER
489263             ADD 1 TO WS-REJECTED-COUNT
951114             MOVE "BAD CHECK DIGIT" TO WS-REJECT-REASON
951115             PERFORM WRITE-SUSPENSE-ITEM
489263         ELSE
489264             PERFORM POST-FEED-RECORD
489264         END-IF
988172                 DISPLAY "Unknown account, rejected: "
988172                     FD-ACCT-NUMBER
988173                 ADD 1 TO WS-REJECTED-COUNT
951115                 MOVE "UNKNOWN ACCOUNT" TO WS-REJECT-REASON
951116                 PERFORM WRITE-SUSPENSE-ITEM
988174             NOT INVALID KEY
972112                 CALL "PRODUCT_LOOKUP" USING ACCT-TYPE
972113                     PRODUCT-RECORD WS-PRODUCT-FOUND
963405*A charged-off account takes credits only, as recoveries; a
963405*restricted (overdrawn) account takes credits but no debits.
963406                 EVALUATE TRUE
972113                     WHEN PRD-CHAN-FEED NOT = 'Y'
972114                         DISPLAY "Channel not allowed, rejected: "
972114                             FD-ACCT-NUMBER
972115                         ADD 1 TO WS-REJECTED-COUNT
972115                         MOVE "CHANNEL NOT ALLOWED"
972116                             TO WS-REJECT-REASON
972116                         PERFORM WRITE-SUSPENSE-ITEM
963406                     WHEN ACCT-STATUS = 'W'
963407                         PERFORM APPLY-FEED-RECOVERY
963407                     WHEN ACCT-STATUS = 'R'
963407                         AND FD-TRAN-TYPE = "DR"
963408                         DISPLAY "Account restricted, rejected: "
963408                             FD-ACCT-NUMBER
963409                         ADD 1 TO WS-REJECTED-COUNT
963409                         MOVE "ACCOUNT RESTRICTED"
963409                             TO WS-REJECT-REASON
963410                         PERFORM WRITE-SUSPENSE-ITEM
963410                     WHEN OTHER
963411                         PERFORM APPLY-FEED-TRANSACTION
963411                 END-EVALUATE
308270         END-READ
308270     EXIT.
811892 APPLY-FEED-TRANSACTION.
833121             CALL "STOP_CHECK" USING ACCT-NUMBER WS-POST-AMOUNT
833122                 WS-STOP-FLAG
122751             CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
952579             IF WS-STOP-FLAG = 'N'
952579                 MOVE WS-POST-AMOUNT TO WS-SWEEP-NEED
952580                 PERFORM OD-PROTECTION-SWEEP
952580             END-IF
122751             COMPUTE WS-AVAILABLE-BAL =
122752                 ACCT-BALANCE + ACCT-OD-LIMIT - WS-HOLD-TOTAL
833122             IF WS-STOP-FLAG = 'Y'
833124                 ADD 1 TO WS-REJECTED-COUNT
833124                 ADD 1 TO WS-STOPPED-COUNT
833125                 MOVE 'Y' TO WS-FEED-REJECT
951116                 MOVE "STOP PAYMENT MATCHED" TO WS-REJECT-REASON
833125             ELSE
122752             IF WS-POST-AMOUNT > WS-AVAILABLE-BAL
122753                 DISPLAY "Exceeds available balance, rejected: "
122753                     FD-ACCT-NUMBER
122753                 ADD 1 TO WS-REJECTED-COUNT
122754                 MOVE 'Y' TO WS-FEED-REJECT
951117                 MOVE "EXCEEDS AVAILABLE BALANCE"
951117                     TO WS-REJECT-REASON
122754             ELSE
122750                 COMPUTE WS-NEW-BALANCE =
122750                     ACCT-BALANCE - WS-POST-AMOUNT
377780                 FD-TRAN-TYPE
377781             ADD 1 TO WS-REJECTED-COUNT
377782             MOVE 'Y' TO WS-FEED-REJECT
951118             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
352160     END-EVALUATE
951118     IF WS-FEED-REJECT = 'Y'
951119         PERFORM WRITE-SUSPENSE-ITEM
951119     END-IF
352160     IF WS-FEED-REJECT = 'N'
352161         MOVE WS-NEW-BALANCE TO ACCT-BALANCE
770582         REWRITE ACCOUNT-RECORD
770582                 DISPLAY "Posting failed, rejected: "
770582                     FD-ACCT-NUMBER
770582                 ADD 1 TO WS-REJECTED-COUNT
951120                 MOVE "POSTING FAILED" TO WS-REJECT-REASON
951120                 PERFORM WRITE-SUSPENSE-ITEM
770582             NOT INVALID KEY
873505                 IF FD-DESC = SPACES
873505                     MOVE "BATCH ITEM" TO WS-POST-DESC
873506                 ELSE
873506                     MOVE FD-DESC TO WS-POST-DESC
873507                 END-IF
940702                 IF FD-TRAN-TYPE = "DR"
940702                     MOVE "BTDR" TO WS-TRAN-CODE
940703                 ELSE
940703                     MOVE "BTCR" TO WS-TRAN-CODE
940704                 END-IF
873507                 CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
873508                     FD-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
873508                     WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
770582                 MOVE FD-SEQ-NUM TO WS-LAST-SEQ-APPLIED
770582                 PERFORM WRITE-CHECKPOINT
770582                 ADD 1 TO WS-PROCESSED-COUNT
770582         END-REWRITE
514409     END-IF
514409     EXIT.
963412 APPLY-FEED-RECOVERY.
963412*The credit goes against the write-off, not the account balance,
963413*which stays at zero.
963413     IF FD-TRAN-TYPE NOT = "CR"
963414         DISPLAY "Account charged off, rejected: " FD-ACCT-NUMBER
963414         ADD 1 TO WS-REJECTED-COUNT
963415         MOVE "ACCOUNT CHARGED OFF" TO WS-REJECT-REASON
963415         PERFORM WRITE-SUSPENSE-ITEM
963416     ELSE
963416         MOVE FD-AMOUNT TO WS-POST-AMOUNT
963417         CALL "RECOVERY_POST" USING ACCT-NUMBER WS-POST-AMOUNT
963417             WS-OPERATOR-ID WS-RCVY-RESULT WS-RCVY-OUTSTANDING
980093             WS-RCVY-CHANNEL
963418         IF WS-RCVY-RESULT = 'Y'
963418             MOVE FD-SEQ-NUM TO WS-LAST-SEQ-APPLIED
963419             PERFORM WRITE-CHECKPOINT
963419             ADD 1 TO WS-PROCESSED-COUNT
963420             ADD 1 TO WS-RECOVERY-COUNT
963420         ELSE
963421             DISPLAY "Recovery not accepted, rejected: "
963421                 FD-ACCT-NUMBER
963422             ADD 1 TO WS-REJECTED-COUNT
963422             IF WS-RCVY-RESULT = 'X'
963423                 MOVE "EXCEEDS CHARGED-OFF BALANCE"
963423                     TO WS-REJECT-REASON
963424             ELSE
963424                 MOVE "NO CHARGED-OFF BALANCE" TO WS-REJECT-REASON
963425             END-IF
963425             PERFORM WRITE-SUSPENSE-ITEM
963426         END-IF
963426     END-IF
963427     EXIT.
972117 ASSESS-OVERDRAFT-FEE.
972117*The fee is the one set on the account's product; a product
972118*that carries no fee is not charged.
972118     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972119         WS-PRODUCT-FOUND
972119     MOVE PRD-OD-FEE TO WS-OD-FEE
972120     IF WS-OD-FEE > 0
972120         PERFORM POST-OVERDRAFT-FEE
972121     END-IF
972121     EXIT.
972122 POST-OVERDRAFT-FEE.
812100     SUBTRACT WS-OD-FEE FROM ACCT-BALANCE
812101     REWRITE ACCOUNT-RECORD
812101         INVALID KEY
812102         NOT INVALID KEY
812102             MOVE WS-OD-FEE TO WS-POST-AMOUNT
873509             MOVE "OVERDRAFT FEE" TO WS-POST-DESC
940705             MOVE "ODFE" TO WS-TRAN-CODE
812103             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
812103                 WS-FEE-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
812104                 WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
812104             ADD 1 TO WS-FEES-POSTED
812104     END-REWRITE
812104     EXIT.
979937 OD-PROTECTION-SWEEP.
979937*A debit of WS-SWEEP-NEED that would take the balance less holds
979938*below zero first draws the shortfall, plus the sweep fee, across
979938*from the protecting account.  OVERDRAFT_SWEEP decides from the
979939*two accounts' products whether the sweep applies and posts it;
979939*if it cannot cover all of it nothing moves and the debit goes
979940*ahead as though the account were unprotected.  The master is
979940*closed across the call, which opens it itself.  Expects the
979941*debited record read and its holds in WS-HOLD-TOTAL; leaves that
979941*record re-read.
979942     IF ACCT-LINKED-ACCT NOT = 0
979942         AND WS-SWEEP-NEED > ACCT-BALANCE - WS-HOLD-TOTAL
979943         MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
979943         CLOSE ACCOUNT-MASTER-FILE
979944         CALL "OVERDRAFT_SWEEP" USING WS-SWEEP-FUNCTION
979944             WS-SWEEP-CHK-ACCT WS-SWEEP-NEED WS-HOLD-TOTAL
979945             WS-OPERATOR-ID WS-SWEEP-RESULT WS-SWEEP-SAV-ACCT
979945             WS-SWEEP-AMOUNT WS-SWEEP-FEE WS-SWEEP-SAV-BALANCE
979946             WS-SWEEP-CHK-BALANCE
979946         OPEN I-O ACCOUNT-MASTER-FILE
979947         IF WS-SWEEP-RESULT = 'Y'
979947             ADD 1 TO WS-SWEEPS-POSTED
979948         END-IF
979948         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
979949         READ ACCOUNT-MASTER-FILE
979949             INVALID KEY
979950                 DISPLAY "Account re-read failed after sweep: "
979950                     WS-SWEEP-CHK-ACCT
979951         END-READ
979951     END-IF
979952     EXIT.
951121 OPEN-SUSPENSE-IO.
951121     OPEN I-O SUSPENSE-FILE
951122     IF WS-SUS-FILE-STATUS = "35"
951122         OPEN OUTPUT SUSPENSE-FILE
951123         CLOSE SUSPENSE-FILE
951123         OPEN I-O SUSPENSE-FILE
951124     END-IF
951124     MOVE 0 TO WS-NEXT-SUS-ID
951125     MOVE 'N' TO WS-SUS-EOF
951125     PERFORM UNTIL WS-SUS-EOF = 'Y'
951126         READ SUSPENSE-FILE NEXT RECORD
951126             AT END
951127                 MOVE 'Y' TO WS-SUS-EOF
951127             NOT AT END
951128                 IF SUS-ID > WS-NEXT-SUS-ID
951128                     MOVE SUS-ID TO WS-NEXT-SUS-ID
951129                 END-IF
951129         END-READ
951130     END-PERFORM
951130     EXIT.
951131 WRITE-SUSPENSE-ITEM.
951131*A rejected item is kept with its feed fields as received and
951132*booked to GL suspense so the day's totals still prove.  The
951132*checkpoint moves past it so a restart does not suspend it
951133*twice.
951133     ADD 1 TO WS-NEXT-SUS-ID
951134     MOVE WS-NEXT-SUS-ID TO SUS-ID
951134     MOVE WS-BUSINESS-DATE TO SUS-BUS-DATE
951135     MOVE FD-SEQ-NUM TO SUS-FEED-SEQ
951135     MOVE FD-ACCT-NUMBER TO SUS-ACCT-NUMBER
951136     MOVE FD-TRAN-TYPE TO SUS-TRAN-TYPE
951136     MOVE FD-AMOUNT TO SUS-AMOUNT
951137     MOVE FD-DESC TO SUS-DESC
951137     MOVE WS-REJECT-REASON TO SUS-REASON
951138     MOVE 'O' TO SUS-STATUS
951138     MOVE 0 TO SUS-CORR-ACCT
951139     MOVE 0 TO SUS-POSTED-TRAN-ID
951139     MOVE WS-OPERATOR-ID TO SUS-UPDATED-BY
951140     PERFORM BUILD-TIMESTAMP
951140     MOVE WS-CURRENT-TIMESTAMP TO SUS-UPDATED-TS
951141     WRITE SUSPENSE-RECORD
951141         INVALID KEY
951142             DISPLAY "Suspense write failed, item: " FD-SEQ-NUM
951142         NOT INVALID KEY
951143             ADD 1 TO WS-SUSPENSE-COUNT
951143             ADD FD-AMOUNT TO WS-SUSPENSE-TOTAL
951144             PERFORM WRITE-SUSPENSE-GL-ENTRY
951144             MOVE FD-SEQ-NUM TO WS-LAST-SEQ-APPLIED
951145             PERFORM WRITE-CHECKPOINT
951145     END-WRITE
951146     EXIT.
951146 WRITE-SUSPENSE-GL-ENTRY.
951147     OPEN EXTEND GL-JOURNAL-FILE
951147     MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
951148     IF SUS-TRAN-TYPE = "DR"
951148         MOVE "DR" TO GL-DR-CR
951149         MOVE "SPDR" TO GL-TRAN-CODE
951149     ELSE
951150         MOVE "CR" TO GL-DR-CR
951150         MOVE "SPCR" TO GL-TRAN-CODE
951151     END-IF
951151     MOVE SUS-AMOUNT TO GL-AMOUNT
951152     MOVE SUS-ID TO GL-REFERENCE
951152     MOVE WS-CURRENT-TIMESTAMP TO GL-TIMESTAMP
951153     MOVE 0 TO GL-ACCT-NUMBER
951153     WRITE GL-JOURNAL-RECORD
951154     CLOSE GL-JOURNAL-FILE
951154     EXIT.
951155 BUILD-TIMESTAMP.
951155     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
951156     ACCEPT WS-TIME-PART FROM TIME
951156     COMPUTE WS-CURRENT-TIMESTAMP =
951157         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
951157     EXIT.
