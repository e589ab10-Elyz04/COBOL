905110         ACCESS MODE IS DYNAMIC
905110         RECORD KEY IS RC-KEY
905111         FILE STATUS IS WS-CTL-FILE-STATUS.
965201     SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
965201         ORGANIZATION IS INDEXED
965202         ACCESS MODE IS DYNAMIC
965202         RECORD KEY IS SS-KEY
965203         FILE STATUS IS WS-SS-FILE-STATUS.
905111 DATA DIVISION.
905112 FILE SECTION.
905112 FD  RUN-CONTROL-FILE.
905113     COPY RUNCTLRC.
965204 FD  SYSTEM-STATUS-FILE.
965204     COPY SYSSTREC.
905117 WORKING-STORAGE SECTION.
905117 01  WS-CTL-FILE-STATUS      PIC XX VALUE "00".
905118 01  WS-BUSINESS-DATE        PIC 9(8).
905125 01  WS-STEPS-RUN            PIC 9(2) VALUE 0.
824167 01  WS-HOLIDAY-FLAG         PIC X.
905126 01  WS-STEPS-SKIPPED        PIC 9(2) VALUE 0.
965205 01  WS-SS-FILE-STATUS       PIC XX VALUE "00".
965205 01  WS-SS-FOUND             PIC X VALUE 'N'.
965206 01  WS-NEXT-BUS-DATE        PIC 9(8).
965206 01  WS-DAY-OF-WEEK          PIC 9.
965207 01  WS-NEXT-BUS-FOUND       PIC X VALUE 'N'.
905126 PROCEDURE DIVISION.
905127 MAIN-PARA.
905127     PERFORM SET-BUSINESS-DATE
905128     PERFORM OPEN-CONTROL-IO
905128     DISPLAY "EOD chain for business date " WS-BUSINESS-DATE
965208     PERFORM SET-BATCH-WINDOW
965208     MOVE "MEMOPOST" TO WS-STEP-NAME
965209     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
965209     MOVE SPACES TO WS-PREREQ-NAME
965210     PERFORM RUN-STEP
905129     MOVE "TRANFEED_EDIT" TO WS-STEP-NAME
905129     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
965210     MOVE "MEMOPOST" TO WS-PREREQ-NAME
965211     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
905130     PERFORM RUN-STEP
905131     MOVE "TRANPOST" TO WS-STEP-NAME
905131     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
905132     MOVE "TRANFEED_EDIT" TO WS-PREREQ-NAME
905132     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
905133     PERFORM RUN-STEP
953901     MOVE "CHKCLEAR" TO WS-STEP-NAME
953901     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
953902     MOVE "TRANPOST" TO WS-PREREQ-NAME
953902     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
953903     PERFORM RUN-STEP
953903     MOVE "CHKRTN" TO WS-STEP-NAME
953904     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
953904     MOVE "CHKCLEAR" TO WS-PREREQ-NAME
953905     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
953905     PERFORM RUN-STEP
970701     MOVE "ACHIN" TO WS-STEP-NAME
970701     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
970702     MOVE "TRANPOST" TO WS-PREREQ-NAME
970702     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
970703     PERFORM RUN-STEP
959811     MOVE "LEGALORD" TO WS-STEP-NAME
959811     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
959812     MOVE "TRANPOST" TO WS-PREREQ-NAME
959812     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
959813     PERFORM RUN-STEP
959813     MOVE "LEGALREG" TO WS-STEP-NAME
959814     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
959814     MOVE "LEGALORD" TO WS-PREREQ-NAME
959815     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
959815     PERFORM RUN-STEP
962401     MOVE "LOANPAY" TO WS-STEP-NAME
962401     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
962402     MOVE "TRANPOST" TO WS-PREREQ-NAME
962402     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
962403     PERFORM RUN-STEP
963801     MOVE "ODAGING" TO WS-STEP-NAME
963801     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
963802     MOVE "LOANPAY" TO WS-PREREQ-NAME
963802     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
963803     PERFORM RUN-STEP
814198     MOVE "EXTPAY" TO WS-STEP-NAME
814198     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
814199     MOVE "TRANPOST" TO WS-PREREQ-NAME
814199     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
814200     PERFORM RUN-STEP
951601     MOVE "SUSPAGE" TO WS-STEP-NAME
951601     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
951602     MOVE "TRANPOST" TO WS-PREREQ-NAME
951602     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
951603     PERFORM RUN-STEP
952801     MOVE "SWEEPREG" TO WS-STEP-NAME
952801     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
952802     MOVE "TRANPOST" TO WS-PREREQ-NAME
952802     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
952803     PERFORM RUN-STEP
974101     MOVE "FXPOS" TO WS-STEP-NAME
974101     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
974102     MOVE "TRANPOST" TO WS-PREREQ-NAME
974102     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
974103     PERFORM RUN-STEP
976177     MOVE "SDBBILL" TO WS-STEP-NAME
976177     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
976178     MOVE "TRANPOST" TO WS-PREREQ-NAME
976178     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
976179     PERFORM RUN-STEP
955601     MOVE "HOLDREL" TO WS-STEP-NAME
955601     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
955602     MOVE "TRANPOST" TO WS-PREREQ-NAME
955602     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
955603     PERFORM RUN-STEP
956911     MOVE "AMLMON" TO WS-STEP-NAME
956911     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
956912     MOVE "TRANPOST" TO WS-PREREQ-NAME
956912     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
956913     PERFORM RUN-STEP
843148     MOVE "BALSNAP" TO WS-STEP-NAME
843148     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
843149     MOVE "TRANPOST" TO WS-PREREQ-NAME
848166     MOVE "CUSTSTMT" TO WS-PREREQ-NAME
848166     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
848167     PERFORM RUN-STEP
959051     MOVE "ESTATES" TO WS-STEP-NAME
959051     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
959052     MOVE "CUSTSTMT" TO WS-PREREQ-NAME
959052     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
959053     PERFORM RUN-STEP
969601     MOVE "RTNMAIL" TO WS-STEP-NAME
969601     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
969602     MOVE "CUSTSTMT" TO WS-PREREQ-NAME
969602     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
969603     PERFORM RUN-STEP
905141     IF WS-MONTH-END = 'Y'
905141         MOVE "INTACCR" TO WS-STEP-NAME
905142         MOVE WS-MONTH-PERIOD TO WS-STEP-PERIOD
861433         MOVE "INTACCR" TO WS-PREREQ-NAME
861433         MOVE WS-MONTH-PERIOD TO WS-PREREQ-PERIOD
861434         PERFORM RUN-STEP
958101         MOVE "RISKRCL" TO WS-STEP-NAME
958101         MOVE WS-MONTH-PERIOD TO WS-STEP-PERIOD
958102         MOVE "PERCLOSE" TO WS-PREREQ-NAME
958102         MOVE WS-MONTH-PERIOD TO WS-PREREQ-PERIOD
958103         PERFORM RUN-STEP
958103         MOVE "RISKDUE" TO WS-STEP-NAME
958104         MOVE WS-MONTH-PERIOD TO WS-STEP-PERIOD
958104         MOVE "RISKRCL" TO WS-PREREQ-NAME
958105         MOVE WS-MONTH-PERIOD TO WS-PREREQ-PERIOD
958105         PERFORM RUN-STEP
963804         MOVE "CHGOFFRP" TO WS-STEP-NAME
963804         MOVE WS-MONTH-PERIOD TO WS-STEP-PERIOD
963805         MOVE "ODAGING" TO WS-PREREQ-NAME
963805         MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
963806         PERFORM RUN-STEP
978901*The credit bureau file reports loan payment status as of the
978901*month end, so the day's loan payments must be in.
978902         MOVE "CRBUREAU" TO WS-STEP-NAME
978902         MOVE WS-MONTH-PERIOD TO WS-STEP-PERIOD
978903         MOVE "LOANPAY" TO WS-PREREQ-NAME
978903         MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
978904         PERFORM RUN-STEP
967901         MOVE "PROFIT" TO WS-STEP-NAME
967901         MOVE WS-MONTH-PERIOD TO WS-STEP-PERIOD
967902         MOVE "PERCLOSE" TO WS-PREREQ-NAME
967902         MOVE WS-MONTH-PERIOD TO WS-PREREQ-PERIOD
967903         PERFORM RUN-STEP
967903*The nightly capture ran ahead of the month-end reports; a second
967904*capture for the month picks them up under the month-end date.
967904         MOVE "RPTCAPT" TO WS-STEP-NAME
967905         MOVE WS-MONTH-PERIOD TO WS-STEP-PERIOD
967905         MOVE "PROFIT" TO WS-PREREQ-NAME
967906         MOVE WS-MONTH-PERIOD TO WS-PREREQ-PERIOD
967906         PERFORM RUN-STEP
905144     ELSE
905144         DISPLAY "Not month end - interest accrual not due."
905145     END-IF
967801*The master backups are taken last, once every step that updates
967801*the masters for the day (month end included) has completed.
967802     MOVE "MSTUNLD" TO WS-STEP-NAME
967802     MOVE WS-BUSINESS-DATE TO WS-STEP-PERIOD
967803     MOVE "ESTATES" TO WS-PREREQ-NAME
967803     MOVE WS-BUSINESS-DATE TO WS-PREREQ-PERIOD
967804     PERFORM RUN-STEP
905145     CLOSE RUN-CONTROL-FILE
905146     DISPLAY "Steps run: " WS-STEPS-RUN
905146         "  skipped: " WS-STEPS-SKIPPED
905147     IF WS-CHAIN-OK = 'N'
905147         DISPLAY "Chain stopped on a failed step."
905148         DISPLAY "Resubmit to resume from that step."
965212         DISPLAY "Online postings stay queued until it completes."
905148         MOVE 8 TO RETURN-CODE
965212     ELSE
965213         PERFORM CLEAR-BATCH-WINDOW
905149     END-IF
905149     STOP RUN.
905150 SET-BUSINESS-DATE.
824170             " is a bank holiday."
824170     END-IF
905158     EXIT.
965214 SET-BATCH-WINDOW.
965214*Online work taken from here until the chain completes is queued
965215*for the next business day rather than posted, so the steps see a
965215*master file that is not changing under them.
965216     PERFORM FIND-NEXT-BUS-DATE
965216     PERFORM OPEN-STATUS-IO
965217     MOVE 'B' TO SS-BATCH-FLAG
965217     MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE
965218     MOVE WS-NEXT-BUS-DATE TO SS-NEXT-BUS-DATE
965218     PERFORM SAVE-SYSTEM-STATUS
965219     DISPLAY "Batch window set - online postings queued for "
965219         WS-NEXT-BUS-DATE
965220     EXIT.
965220 CLEAR-BATCH-WINDOW.
965221     PERFORM OPEN-STATUS-IO
965221     MOVE 'O' TO SS-BATCH-FLAG
965222     MOVE 0 TO SS-NEXT-BUS-DATE
965222     PERFORM SAVE-SYSTEM-STATUS
965223     DISPLAY "Batch window cleared - system back online."
965223     EXIT.
965224 OPEN-STATUS-IO.
965224     OPEN I-O SYSTEM-STATUS-FILE
965225     IF WS-SS-FILE-STATUS = "35"
965225         OPEN OUTPUT SYSTEM-STATUS-FILE
965226         CLOSE SYSTEM-STATUS-FILE
965226         OPEN I-O SYSTEM-STATUS-FILE
965227     END-IF
965227     MOVE 'N' TO WS-SS-FOUND
965228     MOVE "SYSTEM" TO SS-KEY
965228     READ SYSTEM-STATUS-FILE
965229         INVALID KEY
965229             INITIALIZE SYSTEM-STATUS-RECORD
965230             MOVE "SYSTEM" TO SS-KEY
965230         NOT INVALID KEY
965231             MOVE 'Y' TO WS-SS-FOUND
965231     END-READ
965232     EXIT.
965232 SAVE-SYSTEM-STATUS.
965233     PERFORM BUILD-NOW-TS
965233     MOVE WS-NOW-TS TO SS-CHANGED-TS
965234     MOVE "EOD_ORCHESTRATOR" TO SS-CHANGED-BY
965234     IF WS-SS-FOUND = 'Y'
965235         REWRITE SYSTEM-STATUS-RECORD
965235             INVALID KEY
965236                 DISPLAY "System status not updated."
965236         END-REWRITE
965237     ELSE
965237         WRITE SYSTEM-STATUS-RECORD
965238             INVALID KEY
965238                 DISPLAY "System status not written."
965239         END-WRITE
965239     END-IF
965240     CLOSE SYSTEM-STATUS-FILE
965240     EXIT.
965241 FIND-NEXT-BUS-DATE.
965241*The next day after the business date that is neither a weekend
965242*nor a bank holiday.
965242     COMPUTE WS-DATE-INT =
965243         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
965243     MOVE 'N' TO WS-NEXT-BUS-FOUND
965244     PERFORM UNTIL WS-NEXT-BUS-FOUND = 'Y'
965244         ADD 1 TO WS-DATE-INT
965245         COMPUTE WS-NEXT-BUS-DATE =
965245             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
965246         COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)
965246         CALL "HOLIDAY_CHECK" USING WS-NEXT-BUS-DATE
965247             WS-HOLIDAY-FLAG
965247         IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
965248             AND WS-HOLIDAY-FLAG = 'N'
965248             MOVE 'Y' TO WS-NEXT-BUS-FOUND
965249         END-IF
965249     END-PERFORM
965250     EXIT.
905159 OPEN-CONTROL-IO.
905159     OPEN I-O RUN-CONTROL-FILE
905160     IF WS-CTL-FILE-STATUS = "35"
905207     EXIT.
905208 CALL-STEP-PROGRAM.
905208     EVALUATE WS-STEP-NAME
965251         WHEN "MEMOPOST"
965251             CALL "MEMO_POST_BATCH"
905209         WHEN "TRANFEED_EDIT"
905209             CALL "TRANFEED_EDIT"
905210         WHEN "TRANPOST"
905210             CALL "BATCH_TRANSACTION_POSTING"
953906         WHEN "CHKCLEAR"
953906             CALL "CHECK_CLEARING_BATCH"
953907         WHEN "CHKRTN"
953907             CALL "RETURNED_CHECK_REPORT"
970703         WHEN "ACHIN"
970704             CALL "ACH_ENTRY_BATCH"
959816         WHEN "LEGALORD"
959816             CALL "LEGAL_ORDER_BATCH"
959817         WHEN "LEGALREG"
959817             CALL "LEGAL_ORDER_REGISTER"
962404         WHEN "LOANPAY"
962404             CALL "LOAN_AUTOPAY_BATCH"
963807         WHEN "ODAGING"
963807             CALL "OD_AGING_BATCH"
814201         WHEN "EXTPAY"
814201             CALL "EXTPAY_EXTRACT"
951603         WHEN "SUSPAGE"
951604             CALL "SUSPENSE_AGING_REPORT"
952803         WHEN "SWEEPREG"
952804             CALL "SWEEP_REGISTER_REPORT"
974103         WHEN "FXPOS"
974104             CALL "FX_POSITION_REPORT"
976179         WHEN "SDBBILL"
976180             CALL "SAFE_DEPOSIT_BILLING"
955603         WHEN "HOLDREL"
955604             CALL "HOLD_RELEASE_BATCH"
956913         WHEN "AMLMON"
956914             CALL "ACTIVITY_MONITOR_BATCH"
843151         WHEN "BALSNAP"
843151             CALL "BALANCE_SNAPSHOT_BATCH"
851273         WHEN "NOTICES"
905213             CALL "CUSTOMER_STATEMENTS"
848168         WHEN "RPTCAPT"
848168             CALL "REPORT_CAPTURE_BATCH"
959053         WHEN "ESTATES"
959054             CALL "ESTATE_OPEN_REPORT"
969604         WHEN "RTNMAIL"
969604             CALL "RETURNED_MAIL_REPORT"
905214         WHEN "INTACCR"
905214             CALL "INTEREST_ACCRUAL"
861435         WHEN "PERCLOSE"
861435             CALL "PERIOD_CLOSE_BATCH"
958106         WHEN "RISKRCL"
958106             CALL "RISK_RATING_BATCH"
958107         WHEN "RISKDUE"
958107             CALL "RISK_REVIEW_DUE_REPORT"
963808         WHEN "CHGOFFRP"
963808             CALL "CHARGEOFF_REPORT"
978904         WHEN "CRBUREAU"
978905             CALL "CREDIT_BUREAU_EXTRACT"
967907         WHEN "PROFIT"
967907             CALL "CUSTOMER_PROFITABILITY_BATCH"
967805         WHEN "MSTUNLD"
967805             CALL "MASTER_UNLOAD_BATCH"
905215         WHEN OTHER
905215             DISPLAY "Unknown step: " WS-STEP-NAME
905216             MOVE 8 TO RETURN-CODE
