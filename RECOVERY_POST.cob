962701 IDENTIFICATION DIVISION.
962701 PROGRAM-ID. RECOVERY_POST.
962702 AUTHOR. ELYZ.
962702 ENVIRONMENT DIVISION.
962703 INPUT-OUTPUT SECTION.
962703 FILE-CONTROL.
962704     SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF.DAT"
962704         ORGANIZATION IS INDEXED
962705         ACCESS MODE IS DYNAMIC
962705         RECORD KEY IS CO-ACCT-NUMBER
962706         FILE STATUS IS WS-CO-FILE-STATUS.
962706     SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
962707         ORGANIZATION IS INDEXED
962707         ACCESS MODE IS DYNAMIC
962708         RECORD KEY IS RC-KEY
962708         FILE STATUS IS WS-RC-FILE-STATUS.
962709 DATA DIVISION.
962709 FILE SECTION.
962710 FD  CHARGE-OFF-FILE.
962710     COPY CHGOREC.
962711 FD  RECOVERY-FILE.
962711     COPY RCVYREC.
962712 WORKING-STORAGE SECTION.
962712 01  WS-CO-FILE-STATUS     PIC XX VALUE "00".
962713 01  WS-RC-FILE-STATUS     PIC XX VALUE "00".
962713 01  WS-CO-FOUND           PIC X VALUE 'N'.
962714 01  WS-RC-WRITTEN         PIC X VALUE 'N'.
962714 01  WS-DATE-PART          PIC 9(8).
962715 01  WS-TIME-PART          PIC 9(8).
962715 01  WS-BUSINESS-DATE      PIC 9(8).
962716 01  WS-BUS-DATE-ENV       PIC X(8) VALUE SPACES.
962716 01  WS-OUTSTANDING        PIC S9(9)V99 COMP-3.
962717 01  WS-TRAN-TYPE          PIC X(2).
962717 01  WS-POST-AMOUNT        PIC S9(9)V99 COMP-3.
962718 01  WS-STEP-BALANCE       PIC S9(9)V99 COMP-3.
962718 01  WS-POST-DESC          PIC X(30).
962719 01  WS-TRAN-CODE          PIC X(4).
962719 LINKAGE SECTION.
962720 01  LS-ACCT-NUMBER        PIC 9(8).
962720 01  LS-AMOUNT             PIC S9(9)V99 COMP-3.
962721 01  LS-OPERATOR           PIC X(20).
962721*'Y' posted, 'N' no charged-off balance outstanding on the
962722*account, 'X' amount more than is outstanding (nothing posted).
962722 01  LS-RESULT             PIC X.
962723 01  LS-OUTSTANDING        PIC S9(9)V99 COMP-3.
980095*'C' paid in cash over the counter, 'E' paid electronically (feed
980095*or ACH); the channel decides the code the payment posts under.
980096 01  LS-CHANNEL            PIC X.
962723 PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-AMOUNT LS-OPERATOR
962724         LS-RESULT LS-OUTSTANDING LS-CHANNEL.
962724 MAIN-PARA.
962725*A payment against a charged-off account does not go to the
962725*account balance, which stays at zero: it is logged against the
962726*write-off and posted as a pair of entries that take it to the
962726*recovery GL.
962727     MOVE 'N' TO LS-RESULT
962727     MOVE 0 TO LS-OUTSTANDING
962728     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
962728     ACCEPT WS-TIME-PART FROM TIME
962729     PERFORM SET-BUSINESS-DATE
962729     MOVE 'N' TO WS-CO-FOUND
962730     OPEN I-O CHARGE-OFF-FILE
962730     IF WS-CO-FILE-STATUS = "00"
962731         MOVE LS-ACCT-NUMBER TO CO-ACCT-NUMBER
962731         READ CHARGE-OFF-FILE
962732             INVALID KEY
962732                 CONTINUE
962733             NOT INVALID KEY
962733                 MOVE 'Y' TO WS-CO-FOUND
962734         END-READ
962734         IF WS-CO-FOUND = 'Y' AND CO-STATUS = 'O'
962735             COMPUTE WS-OUTSTANDING = CO-AMOUNT - CO-RECOVERED
962735             MOVE WS-OUTSTANDING TO LS-OUTSTANDING
962736             IF LS-AMOUNT > WS-OUTSTANDING
962736                 MOVE 'X' TO LS-RESULT
962737             ELSE
962737                 IF LS-AMOUNT > 0
962738                     PERFORM APPLY-RECOVERY
962738                 END-IF
962739             END-IF
962739         END-IF
962740         CLOSE CHARGE-OFF-FILE
962740     END-IF
962741     GOBACK.
962741 SET-BUSINESS-DATE.
962742     MOVE WS-DATE-PART TO WS-BUSINESS-DATE
962742     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
962743     IF WS-BUS-DATE-ENV NOT = SPACES
962743         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
962744         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
962744             TO WS-BUSINESS-DATE
962745     END-IF
962745     EXIT.
962746 APPLY-RECOVERY.
962746     ADD LS-AMOUNT TO CO-RECOVERED
962747     MOVE WS-BUSINESS-DATE TO CO-LAST-RCVY-DATE
962747     COMPUTE WS-OUTSTANDING = CO-AMOUNT - CO-RECOVERED
962748     IF WS-OUTSTANDING NOT > 0
962748         MOVE 'F' TO CO-STATUS
962749     END-IF
962749     REWRITE CHARGE-OFF-RECORD
962750         INVALID KEY
962750             DISPLAY "Charge-off update failed: " LS-ACCT-NUMBER
962751         NOT INVALID KEY
962751             MOVE 'Y' TO LS-RESULT
962752             MOVE WS-OUTSTANDING TO LS-OUTSTANDING
962752             PERFORM WRITE-RECOVERY-HISTORY
962753             PERFORM POST-RECOVERY-ENTRIES
962753     END-REWRITE
962754     EXIT.
962754 WRITE-RECOVERY-HISTORY.
962755     OPEN I-O RECOVERY-FILE
962755     IF WS-RC-FILE-STATUS = "35"
962756         OPEN OUTPUT RECOVERY-FILE
962756         CLOSE RECOVERY-FILE
962757         OPEN I-O RECOVERY-FILE
962757     END-IF
962758     MOVE LS-ACCT-NUMBER TO RC-ACCT-NUMBER
962758     COMPUTE RC-TIMESTAMP =
962759         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
962759     MOVE WS-BUSINESS-DATE TO RC-BUS-DATE
962760     MOVE LS-AMOUNT TO RC-AMOUNT
962760     MOVE WS-OUTSTANDING TO RC-OUTSTANDING
962761     MOVE LS-OPERATOR TO RC-OPERATOR
962761*Two recoveries on one account inside the same second are kept
962762*apart by stepping the second recovery's timestamp on.
962762     MOVE 'N' TO WS-RC-WRITTEN
962763     PERFORM UNTIL WS-RC-WRITTEN NOT = 'N'
962763         WRITE RECOVERY-RECORD
962764             INVALID KEY
962764                 IF WS-RC-FILE-STATUS = "22"
962765                     ADD 1 TO RC-TIMESTAMP
962765                 ELSE
962766                     DISPLAY "Recovery history not written: "
962766                         LS-ACCT-NUMBER
962767                     MOVE 'E' TO WS-RC-WRITTEN
962767                 END-IF
962768             NOT INVALID KEY
962768                 MOVE 'Y' TO WS-RC-WRITTEN
962769         END-WRITE
962769     END-PERFORM
962770     CLOSE RECOVERY-FILE
962770     EXIT.
962771 POST-RECOVERY-ENTRIES.
962771*The payment is credited to the account and the same amount
962772*debited straight back out to the recovery GL, leaving the
962772*ledger agreeing with the zero balance on the master.
962773     MOVE "CR" TO WS-TRAN-TYPE
962773     MOVE LS-AMOUNT TO WS-POST-AMOUNT
962774     MOVE LS-AMOUNT TO WS-STEP-BALANCE
962774     MOVE "RECOVERY PAYMENT" TO WS-POST-DESC
980096     IF LS-CHANNEL = 'C'
980097         MOVE "CRCV" TO WS-TRAN-CODE
980097     ELSE
962775         MOVE "RCVY" TO WS-TRAN-CODE
980098     END-IF
962775     CALL "POST-TRANSACTION-C" USING LS-ACCT-NUMBER
962776         WS-TRAN-TYPE WS-POST-AMOUNT WS-STEP-BALANCE
962776         LS-OPERATOR WS-POST-DESC WS-TRAN-CODE
962777     MOVE "DR" TO WS-TRAN-TYPE
962777     MOVE 0 TO WS-STEP-BALANCE
962778     MOVE "RECOVERY OF CHARGE-OFF" TO WS-POST-DESC
962778     MOVE "RCWO" TO WS-TRAN-CODE
962779     CALL "POST-TRANSACTION-C" USING LS-ACCT-NUMBER
962779         WS-TRAN-TYPE WS-POST-AMOUNT WS-STEP-BALANCE
962780         LS-OPERATOR WS-POST-DESC WS-TRAN-CODE
962780     EXIT.
