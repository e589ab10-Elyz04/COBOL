961601 IDENTIFICATION DIVISION.
961601 PROGRAM-ID. LOAN_AUTOPAY_BATCH.
961602 AUTHOR. ELYZ.
961602 ENVIRONMENT DIVISION.
961603 INPUT-OUTPUT SECTION.
961603 FILE-CONTROL.
961604     SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
961604         ORGANIZATION IS INDEXED
961605         ACCESS MODE IS DYNAMIC
961605         RECORD KEY IS LN-KEY
961606         FILE STATUS IS WS-LOAN-FILE-STATUS.
961606     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
961607         ORGANIZATION IS INDEXED
961607         ACCESS MODE IS DYNAMIC
961608         RECORD KEY IS ACCT-NUMBER
961608         FILE STATUS IS WS-ACCT-FILE-STATUS.
961609     SELECT LATE-CHARGE-FILE ASSIGN TO "LATECHG.DAT"
961609         ORGANIZATION IS INDEXED
961610         ACCESS MODE IS DYNAMIC
961610         RECORD KEY IS LC-UP-TO-AMOUNT
961611         FILE STATUS IS WS-LC-FILE-STATUS.
961611     SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
961612         ORGANIZATION IS LINE SEQUENTIAL
961612         FILE STATUS IS WS-HIST-FILE-STATUS.
961613     SELECT REPORT-FILE ASSIGN TO "LNAUTOPY.TXT"
961613         ORGANIZATION IS LINE SEQUENTIAL.
961614 DATA DIVISION.
961614 FILE SECTION.
961615 FD  LOAN-SCHEDULE-FILE.
961615     COPY LOANREC.
961616 FD  ACCOUNT-MASTER-FILE.
961616     COPY ACCTREC.
961617 FD  LATE-CHARGE-FILE.
961617     COPY LCHGREC.
961618 FD  ACCT-HISTORY-FILE.
961618     COPY AHSTREC.
961619 FD  REPORT-FILE.
961619 01  REPORT-LINE             PIC X(80).
961620 WORKING-STORAGE SECTION.
961620 01  WS-LOAN-FILE-STATUS     PIC XX VALUE "00".
961621 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
961621 01  WS-LC-FILE-STATUS       PIC XX VALUE "00".
961622 01  WS-HIST-FILE-STATUS     PIC XX VALUE "00".
961622 01  WS-LOAN-EOF             PIC X VALUE 'N'.
961623 01  WS-LC-OK                PIC X VALUE 'N'.
961623 01  WS-TIER-FOUND           PIC X VALUE 'N'.
961624 01  WS-OPERATOR-ID          PIC X(20) VALUE "LNAUTOPY".
961624 01  WS-BUSINESS-DATE        PIC 9(8).
961625 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
961625*An autopay that finds the account short is tried again on each
961626*business day up to this many business days after the due date,
961626*then reported failed and left for the borrower to pay.
961627 01  WS-RETRY-DAYS           PIC 9 VALUE 3.
961627 01  WS-CURRENT-LOAN         PIC 9(8) VALUE 0.
961628 01  WS-LOAN-ACCT            PIC 9(8).
961628 01  WS-PAY-ACCT             PIC 9(8).
961629*'O' open loan being serviced, 'C' closed by tonight's payment
961629*(its remaining rows are marked paid), 'N' not serviced.
961630 01  WS-LOAN-STATE           PIC X VALUE 'N'.
961630 01  WS-DUE-DATE             PIC 9(8).
961631 01  WS-LAST-TRY-DATE        PIC 9(8).
961631 01  WS-WORK-DATE            PIC 9(8).
961632 01  WS-CHARGE-AFTER         PIC 9(8).
961632 01  WS-DATE-INT             PIC 9(8).
961633 01  WS-DAY-OF-WEEK          PIC 9.
961633 01  WS-HOLIDAY-FLAG         PIC X.
961634 01  WS-ROLL-AGAIN           PIC X.
961634 01  WS-PAY-TOTAL            PIC S9(9)V99 COMP-3.
961635 01  WS-PAY-INTEREST         PIC S9(9)V99 COMP-3.
961635 01  WS-AMOUNT-DUE           PIC S9(9)V99 COMP-3.
961636 01  WS-CHARGE-AMOUNT        PIC S9(7)V99 COMP-3.
961636 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
961637 01  WS-AVAILABLE-BAL        PIC S9(9)V99 COMP-3.
961637 01  WS-FROM-BALANCE         PIC S9(9)V99 COMP-3.
961638 01  WS-INT-BALANCE          PIC S9(9)V99 COMP-3.
961638 01  WS-LOAN-BALANCE         PIC S9(9)V99 COMP-3.
961639 01  WS-PAY-DEBITED          PIC X VALUE 'N'.
961639 01  WS-LOAN-CREDITED        PIC X VALUE 'N'.
961640 01  WS-TYPE-DR              PIC X(2) VALUE "DR".
961640 01  WS-TYPE-CR              PIC X(2) VALUE "CR".
961641 01  WS-TRAN-TYPE            PIC X(2).
961641 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
961642 01  WS-POST-DESC            PIC X(30).
972190 01  WS-PRODUCT-FOUND        PIC X.
972190     COPY PRODREC.
961642 01  WS-TRAN-CODE            PIC X(4).
961643 01  WS-OLD-ACCT-STATUS      PIC X.
961643 01  WS-DATE-PART            PIC 9(8).
961644 01  WS-TIME-PART            PIC 9(8).
961644 01  WS-COLLECTED-COUNT      PIC 9(6) VALUE 0.
961645 01  WS-RETRY-COUNT          PIC 9(6) VALUE 0.
961645 01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
961646 01  WS-CHARGED-COUNT        PIC 9(6) VALUE 0.
961646 01  WS-CLOSED-COUNT         PIC 9(6) VALUE 0.
961647 01  WS-ERROR-COUNT          PIC 9(6) VALUE 0.
961647 01  WS-COLLECTED-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
961648 01  WS-CHARGED-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
961648 01  WS-AMOUNT-DISP          PIC -Z,ZZZ,ZZZ,ZZ9.99.
961649 01  WS-TOTAL-DISP           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
979976 01  WS-SWEEP-FUNCTION       PIC X(4) VALUE "POST".
979976 01  WS-SWEEP-FEE            PIC 9(3)V99.
979977 01  WS-SWEEPS-POSTED        PIC 9(6) VALUE 0.
979977 01  WS-SWEEP-NEED           PIC S9(9)V99 COMP-3.
979978 01  WS-SWEEP-AMOUNT         PIC S9(9)V99 COMP-3.
979978 01  WS-SWEEP-CHK-ACCT       PIC 9(8).
979979 01  WS-SWEEP-SAV-ACCT       PIC 9(8).
979979 01  WS-SWEEP-SAV-BALANCE    PIC S9(9)V99 COMP-3.
979980 01  WS-SWEEP-CHK-BALANCE    PIC S9(9)V99 COMP-3.
979980 01  WS-SWEEP-RESULT         PIC X.
961657 01  WS-DETAIL-LINE.
961658     05  DT-LOAN-ACCT            PIC 9(8).
961658     05  FILLER                  PIC X(2) VALUE SPACES.
961659     05  DT-PAYMENT-NUM          PIC 9(3).
961659     05  FILLER                  PIC X(2) VALUE SPACES.
961660     05  DT-DUE-DATE             PIC 9(8).
961660     05  FILLER                  PIC X(2) VALUE SPACES.
961661     05  DT-AMOUNT               PIC -9(8).99.
961661     05  FILLER                  PIC X(2) VALUE SPACES.
961662     05  DT-FROM-ACCT            PIC X(8).
961662     05  FILLER                  PIC X(2) VALUE SPACES.
961663     05  DT-RESULT               PIC X(9).
961663     05  FILLER                  PIC X(2) VALUE SPACES.
961664     05  DT-NOTE                 PIC X(20).
961664 PROCEDURE DIVISION.
961665 MAIN-PARA.
961665     PERFORM SET-BUSINESS-DATE
961666     OPEN OUTPUT REPORT-FILE
961666     PERFORM PRINT-REPORT-HEADER
961667     OPEN I-O LOAN-SCHEDULE-FILE
961667     IF WS-LOAN-FILE-STATUS NOT = "00"
961668         MOVE "NO LOAN SCHEDULES ON FILE" TO REPORT-LINE
961668         WRITE REPORT-LINE
961669     ELSE
961669         PERFORM OPEN-LATE-CHARGE-TABLE
961670         OPEN I-O ACCOUNT-MASTER-FILE
961670         PERFORM UNTIL WS-LOAN-EOF = 'Y'
961671             READ LOAN-SCHEDULE-FILE NEXT RECORD
961671                 AT END
961672                     MOVE 'Y' TO WS-LOAN-EOF
961672                 NOT AT END
961673                     PERFORM PROCESS-SCHEDULE-ROW
961673             END-READ
961674         END-PERFORM
961674         CLOSE ACCOUNT-MASTER-FILE
961675         IF WS-LC-OK = 'Y'
961675             CLOSE LATE-CHARGE-FILE
961676         END-IF
961676         CLOSE LOAN-SCHEDULE-FILE
961677     END-IF
961677     PERFORM PRINT-REPORT-TRAILER
961678     CLOSE REPORT-FILE
961678     DISPLAY "Installments collected: " WS-COLLECTED-COUNT
961679     DISPLAY "Autopays to retry     : " WS-RETRY-COUNT
961679     DISPLAY "Autopays failed       : " WS-FAILED-COUNT
961680     DISPLAY "Late charges assessed : " WS-CHARGED-COUNT
961680     DISPLAY "OD sweeps             : " WS-SWEEPS-POSTED
961681     IF WS-ERROR-COUNT > 0
961681         DISPLAY "Posting errors        : " WS-ERROR-COUNT
961682         MOVE 8 TO RETURN-CODE
961682     END-IF
961683     GOBACK.
961683 SET-BUSINESS-DATE.
961684     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
961684     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
961685     IF WS-BUS-DATE-ENV NOT = SPACES
961685         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
961686         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
961686             TO WS-BUSINESS-DATE
961687     END-IF
961687     EXIT.
961688 OPEN-LATE-CHARGE-TABLE.
961688     MOVE 'N' TO WS-LC-OK
961689     OPEN I-O LATE-CHARGE-FILE
961689     IF WS-LC-FILE-STATUS = "35"
961690         OPEN OUTPUT LATE-CHARGE-FILE
961690         CLOSE LATE-CHARGE-FILE
961691         OPEN I-O LATE-CHARGE-FILE
961691         PERFORM SEED-LATE-CHARGES
961692     END-IF
961692     IF WS-LC-FILE-STATUS = "00"
961693         MOVE 'Y' TO WS-LC-OK
961693     ELSE
961694         DISPLAY "Late charge table not available - no charges."
961694     END-IF
961695     EXIT.
961695 SEED-LATE-CHARGES.
961696*Standard schedule: a flat 25.00 on installments up to 500.00,
961696*5 percent capped at 100.00 above that, both after 15 days.
961697     MOVE 500.00 TO LC-UP-TO-AMOUNT
961697     MOVE 15 TO LC-GRACE-DAYS
961698     MOVE 25.00 TO LC-FLAT-AMOUNT
961698     MOVE 0 TO LC-PERCENT
961699     MOVE 0 TO LC-MAXIMUM
961699     WRITE LATE-CHARGE-RECORD
961700     MOVE 999999999.99 TO LC-UP-TO-AMOUNT
961700     MOVE 15 TO LC-GRACE-DAYS
961701     MOVE 0 TO LC-FLAT-AMOUNT
961701     MOVE 0.0500 TO LC-PERCENT
961702     MOVE 100.00 TO LC-MAXIMUM
961702     WRITE LATE-CHARGE-RECORD
961703     EXIT.
961703 PROCESS-SCHEDULE-ROW.
961704     IF LN-ACCT-NUMBER NOT = WS-CURRENT-LOAN
961704         PERFORM START-NEXT-LOAN
961705     END-IF
961705     IF LN-STATUS = 'O'
961706         EVALUATE WS-LOAN-STATE
961706             WHEN 'O'
961707                 PERFORM PROCESS-INSTALLMENT
961707             WHEN 'C'
961708                 PERFORM MARK-ROW-PAID
961708             WHEN OTHER
961709                 CONTINUE
961709         END-EVALUATE
961710     END-IF
961710     EXIT.
961711 START-NEXT-LOAN.
961711*Only open loans are serviced.  A loan enrolled in autopay carries
961712*the deposit account to debit in ACCT-LINKED-ACCT.
961712     MOVE LN-ACCT-NUMBER TO WS-CURRENT-LOAN
961713     MOVE LN-ACCT-NUMBER TO WS-LOAN-ACCT
961713     MOVE 'N' TO WS-LOAN-STATE
961714     MOVE 0 TO WS-PAY-ACCT
961714     MOVE LN-ACCT-NUMBER TO ACCT-NUMBER
961715     READ ACCOUNT-MASTER-FILE
961715         INVALID KEY
961716             DISPLAY "Loan account missing: " LN-ACCT-NUMBER
961716         NOT INVALID KEY
961717             IF ACCT-TYPE = "LOAN" AND ACCT-STATUS = 'O'
961717                 MOVE 'O' TO WS-LOAN-STATE
961718                 MOVE ACCT-LINKED-ACCT TO WS-PAY-ACCT
961718             END-IF
961719     END-READ
961719     EXIT.
961720 PROCESS-INSTALLMENT.
961720*The autopay is taken on the due date, or the next business day
961721*when that falls on a weekend or holiday.  Whatever is still
961721*unpaid once the grace period has run is charged late.
961722     IF LN-DUE-DATE NOT > WS-BUSINESS-DATE
961722         IF WS-PAY-ACCT NOT = 0
961723             MOVE LN-DUE-DATE TO WS-WORK-DATE
961723             PERFORM ROLL-TO-BUSINESS-DAY
961724             MOVE WS-WORK-DATE TO WS-DUE-DATE
961724             PERFORM ADVANCE-ONE-BUSINESS-DAY WS-RETRY-DAYS TIMES
961725             MOVE WS-WORK-DATE TO WS-LAST-TRY-DATE
961725             IF WS-DUE-DATE NOT > WS-BUSINESS-DATE
961726                 AND WS-BUSINESS-DATE NOT > WS-LAST-TRY-DATE
961726                 PERFORM COLLECT-INSTALLMENT
961727             END-IF
961727         END-IF
961728         IF LN-STATUS = 'O' AND LN-LATE-DATE = 0
961728             AND WS-LOAN-STATE = 'O' AND WS-LC-OK = 'Y'
961729             PERFORM CHECK-LATE-CHARGE
961729         END-IF
961730     END-IF
961730     EXIT.
961731 ROLL-TO-BUSINESS-DAY.
961731     MOVE 'Y' TO WS-ROLL-AGAIN
961732     PERFORM UNTIL WS-ROLL-AGAIN = 'N'
961732         MOVE 'N' TO WS-ROLL-AGAIN
961733         COMPUTE WS-DATE-INT =
961733             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
961734         COMPUTE WS-DAY-OF-WEEK =
961734             FUNCTION MOD(WS-DATE-INT, 7)
961735         CALL "HOLIDAY_CHECK" USING WS-WORK-DATE
961735             WS-HOLIDAY-FLAG
961736         IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
961736             OR WS-HOLIDAY-FLAG = 'Y'
961737             ADD 1 TO WS-DATE-INT
961737             COMPUTE WS-WORK-DATE =
961738                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
961738             MOVE 'Y' TO WS-ROLL-AGAIN
961739         END-IF
961739     END-PERFORM
961740     EXIT.
961740 ADVANCE-ONE-BUSINESS-DAY.
961741     COMPUTE WS-DATE-INT =
961741         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
961742     COMPUTE WS-WORK-DATE =
961742         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
961743     PERFORM ROLL-TO-BUSINESS-DAY
961743     EXIT.
961744 COLLECT-INSTALLMENT.
961744*Everything still due on the installment is taken in one debit:
961745*any late charge, the interest and the principal.
961745     COMPUTE WS-PAY-TOTAL =
961746         LN-PRINCIPAL + LN-INTEREST + LN-LATE-FEE
961746     MOVE LN-INTEREST TO WS-PAY-INTEREST
961747     MOVE SPACES TO DT-NOTE
961747     MOVE WS-PAY-ACCT TO ACCT-NUMBER
961748     READ ACCOUNT-MASTER-FILE
961748         INVALID KEY
961749             MOVE "PAY ACCOUNT MISSING" TO DT-NOTE
961749             PERFORM AUTOPAY-FAILED
961750         NOT INVALID KEY
961750             PERFORM CHECK-PAY-ACCOUNT
961751     END-READ
961751     EXIT.
961752 CHECK-PAY-ACCOUNT.
961752     IF ACCT-STATUS NOT = 'O'
961753         MOVE "PAY ACCOUNT NOT OPEN" TO DT-NOTE
961753         PERFORM AUTOPAY-FAILED
961754     ELSE
972191         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972191             WS-PRODUCT-FOUND
972192         IF PRD-CHAN-STANDING NOT = 'Y'
961755             MOVE "PAY ACCOUNT TYPE" TO DT-NOTE
961756             PERFORM AUTOPAY-FAILED
961756         ELSE
961757             CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
961757             MOVE WS-PAY-TOTAL TO WS-SWEEP-NEED
961758             PERFORM OD-PROTECTION-SWEEP
961758             COMPUTE WS-AVAILABLE-BAL =
961759                 ACCT-BALANCE - WS-HOLD-TOTAL
961759             IF WS-PAY-TOTAL > WS-AVAILABLE-BAL
961760                 MOVE "INSUFFICIENT FUNDS" TO DT-NOTE
961760                 PERFORM AUTOPAY-SHORT
961761             ELSE
961761                 PERFORM DEBIT-PAY-ACCOUNT
961762             END-IF
961762         END-IF
961763     END-IF
961763     EXIT.
961764 DEBIT-PAY-ACCOUNT.
961764     MOVE 'N' TO WS-PAY-DEBITED
961765     SUBTRACT WS-PAY-TOTAL FROM ACCT-BALANCE
961765     MOVE ACCT-BALANCE TO WS-FROM-BALANCE
961766     REWRITE ACCOUNT-RECORD
961766         INVALID KEY
961767             CONTINUE
961767         NOT INVALID KEY
961768             MOVE 'Y' TO WS-PAY-DEBITED
961768     END-REWRITE
961769     IF WS-PAY-DEBITED = 'N'
961769         MOVE "DEBIT NOT POSTED" TO DT-NOTE
961770         ADD 1 TO WS-ERROR-COUNT
961770         PERFORM AUTOPAY-FAILED
961771     ELSE
961771         PERFORM CREDIT-LOAN-ACCOUNT
961772         IF WS-LOAN-CREDITED = 'Y'
961772             PERFORM POST-AUTOPAY
961773         ELSE
961773             PERFORM PAY-DEBIT-BACK-OUT
961774             MOVE "LOAN NOT POSTED" TO DT-NOTE
961774             ADD 1 TO WS-ERROR-COUNT
961775             PERFORM AUTOPAY-FAILED
961775         END-IF
961776     END-IF
961776     EXIT.
961777 CREDIT-LOAN-ACCOUNT.
961777*Same postings as a payment at the counter: the interest is
961778*charged to the loan and the whole payment credited against it.
961778     MOVE 'N' TO WS-LOAN-CREDITED
961779     MOVE WS-LOAN-ACCT TO ACCT-NUMBER
961779     READ ACCOUNT-MASTER-FILE
961780         INVALID KEY
961780             CONTINUE
961781         NOT INVALID KEY
961781             SUBTRACT WS-PAY-INTEREST FROM ACCT-BALANCE
961782             MOVE ACCT-BALANCE TO WS-INT-BALANCE
961782             ADD WS-PAY-TOTAL TO ACCT-BALANCE
961783             MOVE ACCT-BALANCE TO WS-LOAN-BALANCE
961783             REWRITE ACCOUNT-RECORD
961784                 INVALID KEY
961784                     CONTINUE
961785                 NOT INVALID KEY
961785                     MOVE 'Y' TO WS-LOAN-CREDITED
961786             END-REWRITE
961786     END-READ
961787     EXIT.
961787 POST-AUTOPAY.
961788     MOVE WS-TYPE-DR TO WS-TRAN-TYPE
961788     MOVE WS-PAY-TOTAL TO WS-POST-AMOUNT
961789     MOVE SPACES TO WS-POST-DESC
961789     STRING "LOAN AUTOPAY TO " DELIMITED BY SIZE
961790         WS-LOAN-ACCT DELIMITED BY SIZE
961790         INTO WS-POST-DESC
961791     MOVE "XFDR" TO WS-TRAN-CODE
961791     CALL "POST-TRANSACTION-C" USING WS-PAY-ACCT
961792         WS-TRAN-TYPE WS-POST-AMOUNT WS-FROM-BALANCE
961792         WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
961793     IF WS-PAY-INTEREST > 0
961793         MOVE WS-TYPE-DR TO WS-TRAN-TYPE
961794         MOVE WS-PAY-INTEREST TO WS-POST-AMOUNT
961794         MOVE "LOAN INTEREST" TO WS-POST-DESC
961795         MOVE "LNIN" TO WS-TRAN-CODE
961795         CALL "POST-TRANSACTION-C" USING WS-LOAN-ACCT
961796             WS-TRAN-TYPE WS-POST-AMOUNT WS-INT-BALANCE
961796             WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
961797     END-IF
961797     MOVE WS-TYPE-CR TO WS-TRAN-TYPE
961798     MOVE WS-PAY-TOTAL TO WS-POST-AMOUNT
961798     MOVE SPACES TO WS-POST-DESC
961799     STRING "LOAN AUTOPAY FROM " DELIMITED BY SIZE
961799         WS-PAY-ACCT DELIMITED BY SIZE
961800         INTO WS-POST-DESC
961800     MOVE "LNPY" TO WS-TRAN-CODE
961801     CALL "POST-TRANSACTION-C" USING WS-LOAN-ACCT
961801         WS-TRAN-TYPE WS-POST-AMOUNT WS-LOAN-BALANCE
961802         WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
961803     MOVE 0 TO LN-LATE-FEE
961803     MOVE 'P' TO LN-STATUS
978801     MOVE WS-BUSINESS-DATE TO LN-PAID-DATE
961804     REWRITE LOAN-SCHEDULE-RECORD
961804         INVALID KEY
961805             DISPLAY "Schedule update failed: " LN-ACCT-NUMBER
961805                 " " LN-PAYMENT-NUM
961806             ADD 1 TO WS-ERROR-COUNT
961806     END-REWRITE
961807     ADD 1 TO WS-COLLECTED-COUNT
961807     ADD WS-PAY-TOTAL TO WS-COLLECTED-TOTAL
961808     MOVE "COLLECTED" TO DT-RESULT
961808     MOVE SPACES TO DT-NOTE
961809     IF WS-LOAN-BALANCE NOT < 0
961809         PERFORM CLOSE-PAID-LOAN
961810     END-IF
961810     PERFORM PRINT-AUTOPAY-LINE
961811     EXIT.
961811 PAY-DEBIT-BACK-OUT.
961812     MOVE WS-PAY-ACCT TO ACCT-NUMBER
961812     READ ACCOUNT-MASTER-FILE
961813         INVALID KEY
961813             DISPLAY "Autopay back-out failed, account: "
961814                 WS-PAY-ACCT
961814         NOT INVALID KEY
961815             ADD WS-PAY-TOTAL TO ACCT-BALANCE
961815             REWRITE ACCOUNT-RECORD
961816                 INVALID KEY
961816                     DISPLAY "Autopay back-out failed, account: "
961817                         WS-PAY-ACCT
961817             END-REWRITE
961818     END-READ
961818     EXIT.
961819 AUTOPAY-SHORT.
961819*Short of funds is tried again on the following business days;
961820*the last day of the retry window reports it failed.
961820     IF WS-BUSINESS-DATE < WS-LAST-TRY-DATE
961821         ADD 1 TO WS-RETRY-COUNT
961821         MOVE "RETRY" TO DT-RESULT
961822         PERFORM PRINT-AUTOPAY-LINE
961822     ELSE
961823         PERFORM AUTOPAY-FAILED
961823     END-IF
961824     EXIT.
961824 AUTOPAY-FAILED.
961825     ADD 1 TO WS-FAILED-COUNT
961825     MOVE "FAILED" TO DT-RESULT
961826     PERFORM PRINT-AUTOPAY-LINE
961826     EXIT.
961827 PRINT-AUTOPAY-LINE.
961827     MOVE WS-LOAN-ACCT TO DT-LOAN-ACCT
961828     MOVE LN-PAYMENT-NUM TO DT-PAYMENT-NUM
961828     MOVE LN-DUE-DATE TO DT-DUE-DATE
961829     MOVE WS-PAY-TOTAL TO DT-AMOUNT
961829     MOVE WS-PAY-ACCT TO DT-FROM-ACCT
961830     WRITE REPORT-LINE FROM WS-DETAIL-LINE
961830     EXIT.
961831 CLOSE-PAID-LOAN.
961831*The final installment paid the loan to zero.  It is closed, and
961832*the LOAN-PAYOFF history entry gets the paid-in-full letter out
961832*with the nightly notices.  Any rows left open after this one are
961833*marked paid as the run passes them.
961833     MOVE WS-LOAN-ACCT TO ACCT-NUMBER
961834     READ ACCOUNT-MASTER-FILE
961834         INVALID KEY
961835             DISPLAY "Loan account missing: " WS-LOAN-ACCT
961835         NOT INVALID KEY
961836             MOVE ACCT-STATUS TO WS-OLD-ACCT-STATUS
961836             MOVE 'C' TO ACCT-STATUS
961837             REWRITE ACCOUNT-RECORD
961837                 INVALID KEY
961838                     DISPLAY "Loan close failed: " WS-LOAN-ACCT
961838                 NOT INVALID KEY
961839                     MOVE 'C' TO WS-LOAN-STATE
961839                     ADD 1 TO WS-CLOSED-COUNT
961840                     MOVE "LOAN PAID IN FULL" TO DT-NOTE
961840                     MOVE "STATUS" TO AH-FIELD-NAME
961841                     MOVE WS-OLD-ACCT-STATUS TO AH-OLD-VALUE
961841                     MOVE "C" TO AH-NEW-VALUE
961842                     PERFORM WRITE-ACCT-HISTORY
961842                     MOVE "LOAN-PAYOFF" TO AH-FIELD-NAME
961843                     MOVE SPACES TO AH-OLD-VALUE
961843                     MOVE WS-PAY-TOTAL TO WS-AMOUNT-DISP
961844                     MOVE WS-AMOUNT-DISP TO AH-NEW-VALUE
961844                     PERFORM WRITE-ACCT-HISTORY
961845             END-REWRITE
961845     END-READ
961846     EXIT.
961846 MARK-ROW-PAID.
961847     MOVE 'P' TO LN-STATUS
978801     MOVE WS-BUSINESS-DATE TO LN-PAID-DATE
961847     REWRITE LOAN-SCHEDULE-RECORD
961848         INVALID KEY
961848             DISPLAY "Schedule update failed: " LN-ACCT-NUMBER
961849                 " " LN-PAYMENT-NUM
961849     END-REWRITE
961850     EXIT.
961850 CHECK-LATE-CHARGE.
961851*The tier is chosen by what is still due on the installment; the
961851*grace days are counted from the contractual due date.
961852     COMPUTE WS-AMOUNT-DUE = LN-PRINCIPAL + LN-INTEREST
961852     MOVE 'N' TO WS-TIER-FOUND
961853     MOVE WS-AMOUNT-DUE TO LC-UP-TO-AMOUNT
961853     START LATE-CHARGE-FILE KEY IS >= LC-UP-TO-AMOUNT
961854         INVALID KEY
961854             CONTINUE
961855         NOT INVALID KEY
961855             READ LATE-CHARGE-FILE NEXT RECORD
961856                 AT END
961856                     CONTINUE
961857                 NOT AT END
961857                     MOVE 'Y' TO WS-TIER-FOUND
961858             END-READ
961858     END-START
961859     IF WS-TIER-FOUND = 'Y'
961859         COMPUTE WS-DATE-INT =
961860             FUNCTION INTEGER-OF-DATE(LN-DUE-DATE) + LC-GRACE-DAYS
961860         COMPUTE WS-CHARGE-AFTER =
961861             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
961861         IF WS-BUSINESS-DATE > WS-CHARGE-AFTER
961862             COMPUTE WS-CHARGE-AMOUNT ROUNDED =
961862                 LC-FLAT-AMOUNT + (WS-AMOUNT-DUE * LC-PERCENT)
961863             IF LC-MAXIMUM > 0 AND WS-CHARGE-AMOUNT > LC-MAXIMUM
961863                 MOVE LC-MAXIMUM TO WS-CHARGE-AMOUNT
961864             END-IF
961864             IF WS-CHARGE-AMOUNT > 0
961865                 PERFORM ASSESS-LATE-CHARGE
961865             END-IF
961866         END-IF
961866     END-IF
961867     EXIT.
961867 ASSESS-LATE-CHARGE.
961868*The charge is added to the loan balance and to the installment,
961868*and recorded in the account history where the notice run finds
961869*it for the late-payment letter.
961869     MOVE WS-LOAN-ACCT TO ACCT-NUMBER
961870     READ ACCOUNT-MASTER-FILE
961870         INVALID KEY
961871             MOVE 'N' TO WS-LOAN-CREDITED
961871         NOT INVALID KEY
961872             MOVE 'Y' TO WS-LOAN-CREDITED
961872             SUBTRACT WS-CHARGE-AMOUNT FROM ACCT-BALANCE
961873             REWRITE ACCOUNT-RECORD
961873                 INVALID KEY
961874                     MOVE 'N' TO WS-LOAN-CREDITED
961874             END-REWRITE
961875     END-READ
961875     IF WS-LOAN-CREDITED = 'N'
961876         DISPLAY "Late charge not posted: " WS-LOAN-ACCT
961876             " " LN-PAYMENT-NUM
961877         ADD 1 TO WS-ERROR-COUNT
961877     ELSE
961878         MOVE WS-TYPE-DR TO WS-TRAN-TYPE
961878         MOVE WS-CHARGE-AMOUNT TO WS-POST-AMOUNT
961879         MOVE SPACES TO WS-POST-DESC
961879         STRING "LATE CHARGE INSTALLMENT " DELIMITED BY SIZE
961880             LN-PAYMENT-NUM DELIMITED BY SIZE
961880             INTO WS-POST-DESC
961881         MOVE "LNLF" TO WS-TRAN-CODE
961881         CALL "POST-TRANSACTION-C" USING WS-LOAN-ACCT
961882             WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
961882             WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
961883         ADD WS-CHARGE-AMOUNT TO LN-LATE-FEE
961883         MOVE WS-BUSINESS-DATE TO LN-LATE-DATE
961884         REWRITE LOAN-SCHEDULE-RECORD
961884             INVALID KEY
961885                 DISPLAY "Schedule update failed: " LN-ACCT-NUMBER
961885                     " " LN-PAYMENT-NUM
961886                 ADD 1 TO WS-ERROR-COUNT
961886         END-REWRITE
961887         MOVE "LATE-CHARGE" TO AH-FIELD-NAME
961887         MOVE SPACES TO AH-OLD-VALUE
961888         STRING "INSTALLMENT " DELIMITED BY SIZE
961888             LN-PAYMENT-NUM DELIMITED BY SIZE
961889             " DUE " DELIMITED BY SIZE
961889             LN-DUE-DATE DELIMITED BY SIZE
961890             INTO AH-OLD-VALUE
961890         MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-DISP
961891         MOVE WS-AMOUNT-DISP TO AH-NEW-VALUE
961891         PERFORM WRITE-ACCT-HISTORY
961892         ADD 1 TO WS-CHARGED-COUNT
961892         ADD WS-CHARGE-AMOUNT TO WS-CHARGED-TOTAL
961893         MOVE WS-LOAN-ACCT TO DT-LOAN-ACCT
961893         MOVE LN-PAYMENT-NUM TO DT-PAYMENT-NUM
961894         MOVE LN-DUE-DATE TO DT-DUE-DATE
961894         MOVE WS-CHARGE-AMOUNT TO DT-AMOUNT
961895         MOVE SPACES TO DT-FROM-ACCT
961895         MOVE "CHARGED" TO DT-RESULT
961896         MOVE SPACES TO DT-NOTE
961896         WRITE REPORT-LINE FROM WS-DETAIL-LINE
961897     END-IF
961897     EXIT.
961898 WRITE-ACCT-HISTORY.
961898*Dated with the business date the run is for, so the notice run
961899*for the same night picks the entry up.
961899     ACCEPT WS-TIME-PART FROM TIME
961900     MOVE WS-LOAN-ACCT TO AH-ACCT-NUMBER
961900     MOVE WS-OPERATOR-ID TO AH-OPERATOR
961901     COMPUTE AH-TIMESTAMP =
961901         (WS-BUSINESS-DATE * 1000000) + (WS-TIME-PART / 100)
961902     OPEN EXTEND ACCT-HISTORY-FILE
961902     IF WS-HIST-FILE-STATUS = "35"
961903         OPEN OUTPUT ACCT-HISTORY-FILE
961903     END-IF
961904     WRITE ACCT-HISTORY-RECORD
961904     CLOSE ACCT-HISTORY-FILE
961905     EXIT.
979981 OD-PROTECTION-SWEEP.
979981*A debit of WS-SWEEP-NEED that would take the balance less holds
979982*below zero first draws the shortfall, plus the sweep fee, across
979982*from the protecting account.  OVERDRAFT_SWEEP decides from the
979983*two accounts' products whether the sweep applies and posts it;
979983*if it cannot cover all of it nothing moves and the debit goes
979984*ahead as though the account were unprotected.  The master is
979984*closed across the call, which opens it itself.  Expects the
979985*debited record read and its holds in WS-HOLD-TOTAL; leaves that
979985*record re-read.
979986     IF ACCT-LINKED-ACCT NOT = 0
979986         AND WS-SWEEP-NEED > ACCT-BALANCE - WS-HOLD-TOTAL
979987         MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
979987         CLOSE ACCOUNT-MASTER-FILE
979988         CALL "OVERDRAFT_SWEEP" USING WS-SWEEP-FUNCTION
979988             WS-SWEEP-CHK-ACCT WS-SWEEP-NEED WS-HOLD-TOTAL
979989             WS-OPERATOR-ID WS-SWEEP-RESULT WS-SWEEP-SAV-ACCT
979989             WS-SWEEP-AMOUNT WS-SWEEP-FEE WS-SWEEP-SAV-BALANCE
979990             WS-SWEEP-CHK-BALANCE
979990         OPEN I-O ACCOUNT-MASTER-FILE
979991         IF WS-SWEEP-RESULT = 'Y'
979991             ADD 1 TO WS-SWEEPS-POSTED
979992         END-IF
979992         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
979993         READ ACCOUNT-MASTER-FILE
979993             INVALID KEY
979994                 DISPLAY "Account re-read failed after sweep: "
979994                     WS-SWEEP-CHK-ACCT
979995         END-READ
979995     END-IF
979996     EXIT.
961974 PRINT-REPORT-HEADER.
961974     MOVE SPACES TO REPORT-LINE
961975     STRING "LOAN AUTOPAY AND LATE CHARGE REGISTER  "
961975         DELIMITED BY SIZE
961976         "BUSINESS DATE: " DELIMITED BY SIZE
961976         WS-BUSINESS-DATE DELIMITED BY SIZE
961977         INTO REPORT-LINE
961977     WRITE REPORT-LINE
961978     MOVE SPACES TO REPORT-LINE
961978     WRITE REPORT-LINE
961979     STRING "LOAN      NO.  DUE DATE        AMOUNT  FROM      "
961979         DELIMITED BY SIZE
961980         "RESULT     NOTE" DELIMITED BY SIZE
961980         INTO REPORT-LINE
961981     WRITE REPORT-LINE
961981     EXIT.
961982 PRINT-REPORT-TRAILER.
961982     MOVE SPACES TO REPORT-LINE
961983     WRITE REPORT-LINE
961983     MOVE WS-COLLECTED-TOTAL TO WS-TOTAL-DISP
961984     STRING "COLLECTED: " DELIMITED BY SIZE
961984         WS-COLLECTED-COUNT DELIMITED BY SIZE
961985         "  TOTAL: " DELIMITED BY SIZE
961985         WS-TOTAL-DISP DELIMITED BY SIZE
961986         "  LOANS PAID OFF: " DELIMITED BY SIZE
961986         WS-CLOSED-COUNT DELIMITED BY SIZE
961987         INTO REPORT-LINE
961987     WRITE REPORT-LINE
961988     MOVE SPACES TO REPORT-LINE
961988     STRING "RETRY: " DELIMITED BY SIZE
961989         WS-RETRY-COUNT DELIMITED BY SIZE
961989         "  FAILED: " DELIMITED BY SIZE
961990         WS-FAILED-COUNT DELIMITED BY SIZE
961990         INTO REPORT-LINE
961991     WRITE REPORT-LINE
961991     MOVE SPACES TO REPORT-LINE
961992     MOVE WS-CHARGED-TOTAL TO WS-TOTAL-DISP
961992     STRING "LATE CHARGES: " DELIMITED BY SIZE
961993         WS-CHARGED-COUNT DELIMITED BY SIZE
961993         "  TOTAL: " DELIMITED BY SIZE
961994         WS-TOTAL-DISP DELIMITED BY SIZE
961994         INTO REPORT-LINE
961995     WRITE REPORT-LINE
961995     EXIT.
