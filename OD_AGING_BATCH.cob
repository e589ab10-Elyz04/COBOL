962801 IDENTIFICATION DIVISION.
962801 PROGRAM-ID. OD_AGING_BATCH.
962802 AUTHOR. ELYZ.
962802 ENVIRONMENT DIVISION.
962803 INPUT-OUTPUT SECTION.
962803 FILE-CONTROL.
962804     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
962804         ORGANIZATION IS INDEXED
962805         ACCESS MODE IS DYNAMIC
962805         RECORD KEY IS ACCT-NUMBER
962806         FILE STATUS IS WS-ACCT-FILE-STATUS.
962806     SELECT OD-AGING-FILE ASSIGN TO "ODAGE.DAT"
962807         ORGANIZATION IS INDEXED
962807         ACCESS MODE IS DYNAMIC
962808         RECORD KEY IS OA-ACCT-NUMBER
962808         FILE STATUS IS WS-OA-FILE-STATUS.
962809     SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF.DAT"
962809         ORGANIZATION IS INDEXED
962810         ACCESS MODE IS DYNAMIC
962810         RECORD KEY IS CO-ACCT-NUMBER
962811         FILE STATUS IS WS-CO-FILE-STATUS.
962811     SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
962812         ORGANIZATION IS LINE SEQUENTIAL
962812         FILE STATUS IS WS-HIST-FILE-STATUS.
962813     SELECT REPORT-FILE ASSIGN TO "ODAGING.TXT"
962813         ORGANIZATION IS LINE SEQUENTIAL.
962814 DATA DIVISION.
962814 FILE SECTION.
962815 FD  ACCOUNT-MASTER-FILE.
962815     COPY ACCTREC.
962816 FD  OD-AGING-FILE.
962816     COPY ODAGEREC.
962817 FD  CHARGE-OFF-FILE.
962817     COPY CHGOREC.
962818 FD  ACCT-HISTORY-FILE.
962818     COPY AHSTREC.
962819 FD  REPORT-FILE.
962819 01  REPORT-LINE             PIC X(80).
962820 WORKING-STORAGE SECTION.
962820 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
962821 01  WS-OA-FILE-STATUS       PIC XX VALUE "00".
962821 01  WS-CO-FILE-STATUS       PIC XX VALUE "00".
962822 01  WS-HIST-FILE-STATUS     PIC XX VALUE "00".
962822 01  WS-ACCT-EOF             PIC X VALUE 'N'.
962823 01  WS-AGE-FOUND            PIC X VALUE 'N'.
962823 01  WS-CO-FOUND             PIC X VALUE 'N'.
962824 01  WS-ACCT-UPDATED         PIC X VALUE 'N'.
962824 01  WS-OPERATOR-ID          PIC X(20) VALUE "ODAGING".
962825 01  WS-BUSINESS-DATE        PIC 9(8).
962825 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
962826*An account overdrawn this many days is restricted to credits
962826*only; one overdrawn for the charge-off period is charged off.
962827*The charge-off period can be set for the run in CHARGEOFF-DAYS.
962827 01  WS-RESTRICT-DAYS        PIC 9(3) VALUE 30.
962828 01  WS-CHARGEOFF-DAYS       PIC 9(3) VALUE 60.
962828 01  WS-CHARGEOFF-DAYS-ENV   PIC X(3) VALUE SPACES.
962829 01  WS-DAYS-NEGATIVE        PIC 9(5).
962829 01  WS-OLD-ACCT-STATUS      PIC X.
962830 01  WS-CHARGE-AMOUNT        PIC S9(9)V99 COMP-3.
962830 01  WS-TRAN-TYPE            PIC X(2) VALUE "CR".
962831 01  WS-ZERO-BALANCE         PIC S9(9)V99 COMP-3 VALUE 0.
962831 01  WS-POST-DESC            PIC X(30).
962832 01  WS-TRAN-CODE            PIC X(4).
962832 01  WS-TIME-PART            PIC 9(8).
962833 01  WS-AGING-COUNT          PIC 9(6) VALUE 0.
962833 01  WS-NEW-COUNT            PIC 9(6) VALUE 0.
962834 01  WS-RESTRICTED-COUNT     PIC 9(6) VALUE 0.
962834 01  WS-CHARGED-COUNT        PIC 9(6) VALUE 0.
962835 01  WS-CURED-COUNT          PIC 9(6) VALUE 0.
962835 01  WS-RELEASED-COUNT       PIC 9(6) VALUE 0.
962836 01  WS-ERROR-COUNT          PIC 9(6) VALUE 0.
962836 01  WS-AGING-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
962837 01  WS-CHARGED-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
962837 01  WS-AMOUNT-DISP          PIC -Z,ZZZ,ZZZ,ZZ9.99.
962838 01  WS-TOTAL-DISP           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
972179 01  WS-PRODUCT-FOUND        PIC X.
972179     COPY PRODREC.
962838 01  WS-DETAIL-LINE.
962839     05  DT-ACCT-NUMBER          PIC 9(8).
962839     05  FILLER                  PIC X(2) VALUE SPACES.
962840     05  DT-CUST-ID              PIC 9(6).
962840     05  FILLER                  PIC X(2) VALUE SPACES.
962841     05  DT-ACCT-TYPE            PIC X(8).
962841     05  FILLER                  PIC X(2) VALUE SPACES.
962842     05  DT-NEG-DATE             PIC 9(8).
962842     05  FILLER                  PIC X(2) VALUE SPACES.
962843     05  DT-DAYS                 PIC ZZZZ9.
962843     05  FILLER                  PIC X(2) VALUE SPACES.
962844     05  DT-BALANCE              PIC -9(8).99.
962844     05  FILLER                  PIC X(2) VALUE SPACES.
962845     05  DT-ACTION               PIC X(11).
962845 PROCEDURE DIVISION.
962846 MAIN-PARA.
962846     PERFORM SET-BUSINESS-DATE
962847     OPEN OUTPUT REPORT-FILE
962847     PERFORM PRINT-REPORT-HEADER
962848     PERFORM OPEN-AGING-FILES
962848     OPEN I-O ACCOUNT-MASTER-FILE
962849     IF WS-ACCT-FILE-STATUS NOT = "00"
962849         MOVE "NO ACCOUNTS ON FILE" TO REPORT-LINE
962850         WRITE REPORT-LINE
962850     ELSE
962851         PERFORM UNTIL WS-ACCT-EOF = 'Y'
962851             READ ACCOUNT-MASTER-FILE NEXT RECORD
962852                 AT END
962852                     MOVE 'Y' TO WS-ACCT-EOF
962853                 NOT AT END
972180                     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE
972180                         PRODUCT-RECORD WS-PRODUCT-FOUND
972181                     IF PRD-OD-ALLOWED = 'Y'
962854                         AND (ACCT-STATUS = 'O'
962854                             OR ACCT-STATUS = 'R')
962855                         PERFORM AGE-ONE-ACCOUNT
962855                     END-IF
962856             END-READ
962856         END-PERFORM
962857         CLOSE ACCOUNT-MASTER-FILE
962857     END-IF
962858     CLOSE CHARGE-OFF-FILE
962858     CLOSE OD-AGING-FILE
962859     PERFORM PRINT-REPORT-TRAILER
962859     CLOSE REPORT-FILE
962860     DISPLAY "Overdrawn accounts aging: " WS-AGING-COUNT
962860     DISPLAY "Accounts restricted     : " WS-RESTRICTED-COUNT
962861     DISPLAY "Accounts charged off    : " WS-CHARGED-COUNT
962861     DISPLAY "Restrictions lifted     : " WS-RELEASED-COUNT
962862     IF WS-ERROR-COUNT > 0
962862         DISPLAY "Update errors           : " WS-ERROR-COUNT
962863         MOVE 8 TO RETURN-CODE
962863     END-IF
962864     GOBACK.
962864 SET-BUSINESS-DATE.
962865     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
962865     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
962866     IF WS-BUS-DATE-ENV NOT = SPACES
962866         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
962867         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
962867             TO WS-BUSINESS-DATE
962868     END-IF
962868     ACCEPT WS-CHARGEOFF-DAYS-ENV FROM ENVIRONMENT
962869         "CHARGEOFF-DAYS"
962869     IF WS-CHARGEOFF-DAYS-ENV NOT = SPACES
962870         AND FUNCTION TRIM(WS-CHARGEOFF-DAYS-ENV) IS NUMERIC
962870         MOVE FUNCTION NUMVAL(WS-CHARGEOFF-DAYS-ENV)
962871             TO WS-CHARGEOFF-DAYS
962871     END-IF
962872     EXIT.
962872 OPEN-AGING-FILES.
962873     OPEN I-O OD-AGING-FILE
962873     IF WS-OA-FILE-STATUS = "35"
962874         OPEN OUTPUT OD-AGING-FILE
962874         CLOSE OD-AGING-FILE
962875         OPEN I-O OD-AGING-FILE
962875     END-IF
962876     OPEN I-O CHARGE-OFF-FILE
962876     IF WS-CO-FILE-STATUS = "35"
962877         OPEN OUTPUT CHARGE-OFF-FILE
962877         CLOSE CHARGE-OFF-FILE
962878         OPEN I-O CHARGE-OFF-FILE
962878     END-IF
962879     EXIT.
962879 AGE-ONE-ACCOUNT.
962880     MOVE 'N' TO WS-AGE-FOUND
962880     MOVE ACCT-NUMBER TO OA-ACCT-NUMBER
962881     READ OD-AGING-FILE
962881         INVALID KEY
962882             CONTINUE
962882         NOT INVALID KEY
962883             MOVE 'Y' TO WS-AGE-FOUND
962883     END-READ
962884     IF ACCT-BALANCE < 0
962884         PERFORM AGE-OVERDRAWN-ACCOUNT
962885     ELSE
962885         IF WS-AGE-FOUND = 'Y'
962886             PERFORM CLEAR-AGING
962886         END-IF
962887         IF ACCT-STATUS = 'R'
962887             PERFORM LIFT-RESTRICTION
962888         END-IF
962888     END-IF
962889     EXIT.
962889 AGE-OVERDRAWN-ACCOUNT.
962890*The age runs from the business date the account was first
962890*found overdrawn, and is not reset by credits that leave it
962891*still below zero.
962891     IF WS-AGE-FOUND = 'N'
962892         MOVE ACCT-NUMBER TO OA-ACCT-NUMBER
962892         MOVE WS-BUSINESS-DATE TO OA-NEG-DATE
962893         MOVE 0 TO OA-RESTRICT-DATE
962893         MOVE 0 TO OA-DAYS-NEGATIVE
962894         MOVE ACCT-BALANCE TO OA-LAST-BALANCE
962894         MOVE WS-BUSINESS-DATE TO OA-LAST-RUN-DATE
962895         WRITE OD-AGING-RECORD
962895             INVALID KEY
962896                 DISPLAY "Aging record not written: " ACCT-NUMBER
962896                 ADD 1 TO WS-ERROR-COUNT
962897         END-WRITE
962897         ADD 1 TO WS-NEW-COUNT
962898     END-IF
962898     COMPUTE WS-DAYS-NEGATIVE =
962899         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
962899         - FUNCTION INTEGER-OF-DATE(OA-NEG-DATE)
962900     MOVE WS-DAYS-NEGATIVE TO OA-DAYS-NEGATIVE
962900     MOVE ACCT-BALANCE TO OA-LAST-BALANCE
962901     MOVE WS-BUSINESS-DATE TO OA-LAST-RUN-DATE
962901     IF WS-DAYS-NEGATIVE NOT < WS-CHARGEOFF-DAYS
962902         PERFORM CHARGE-OFF-ACCOUNT
962902     ELSE
962903         IF WS-DAYS-NEGATIVE NOT < WS-RESTRICT-DAYS
962903             AND ACCT-STATUS = 'O'
962904             PERFORM RESTRICT-ACCOUNT
962904         ELSE
962905             IF WS-DAYS-NEGATIVE = 0
962905                 MOVE "NEW" TO DT-ACTION
962906             ELSE
962906                 IF ACCT-STATUS = 'R'
962907                     MOVE "RESTRICTED" TO DT-ACTION
962907                 ELSE
962908                     MOVE "AGING" TO DT-ACTION
962908                 END-IF
962909             END-IF
962909         END-IF
962910         PERFORM REWRITE-AGING
962910         ADD 1 TO WS-AGING-COUNT
962911         ADD ACCT-BALANCE TO WS-AGING-TOTAL
962911         PERFORM PRINT-AGING-LINE
962912     END-IF
962912     EXIT.
962913 REWRITE-AGING.
962913     REWRITE OD-AGING-RECORD
962914         INVALID KEY
962914             DISPLAY "Aging record not updated: " ACCT-NUMBER
962915             ADD 1 TO WS-ERROR-COUNT
962915     END-REWRITE
962916     EXIT.
962916 RESTRICT-ACCOUNT.
962917     MOVE ACCT-STATUS TO WS-OLD-ACCT-STATUS
962917     MOVE 'R' TO ACCT-STATUS
962918     REWRITE ACCOUNT-RECORD
962918         INVALID KEY
962919             DISPLAY "Restriction not recorded: " ACCT-NUMBER
962919             ADD 1 TO WS-ERROR-COUNT
962920             MOVE WS-OLD-ACCT-STATUS TO ACCT-STATUS
962920             MOVE "AGING" TO DT-ACTION
962921         NOT INVALID KEY
962921             MOVE WS-BUSINESS-DATE TO OA-RESTRICT-DATE
962922             MOVE "STATUS" TO AH-FIELD-NAME
962922             MOVE WS-OLD-ACCT-STATUS TO AH-OLD-VALUE
962923             MOVE "R" TO AH-NEW-VALUE
962923             PERFORM WRITE-ACCT-HISTORY
962924             ADD 1 TO WS-RESTRICTED-COUNT
962924             MOVE "RESTRICT" TO DT-ACTION
962925     END-REWRITE
962925     EXIT.
962926 CHARGE-OFF-ACCOUNT.
962926*The negative balance is credited back to zero under CHGO, which
962927*takes it to the overdraft loss GL, and the account is closed
962927*to all activity.  The charge-off record is what any later
962928*payment is recovered against.
962928     COMPUTE WS-CHARGE-AMOUNT = 0 - ACCT-BALANCE
962929     MOVE ACCT-STATUS TO WS-OLD-ACCT-STATUS
962929     MOVE 'N' TO WS-ACCT-UPDATED
962930     MOVE 0 TO ACCT-BALANCE
962930     MOVE 'W' TO ACCT-STATUS
962931     REWRITE ACCOUNT-RECORD
962931         INVALID KEY
962932             CONTINUE
962932         NOT INVALID KEY
962933             MOVE 'Y' TO WS-ACCT-UPDATED
962933     END-REWRITE
962934     IF WS-ACCT-UPDATED = 'N'
962934         DISPLAY "Charge-off not posted: " ACCT-NUMBER
962935         ADD 1 TO WS-ERROR-COUNT
962935         COMPUTE ACCT-BALANCE = 0 - WS-CHARGE-AMOUNT
962936         MOVE WS-OLD-ACCT-STATUS TO ACCT-STATUS
962936         PERFORM REWRITE-AGING
962937     ELSE
962937         MOVE "CHARGE-OFF OF OVERDRAWN BAL" TO WS-POST-DESC
962938         MOVE "CHGO" TO WS-TRAN-CODE
962938         CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
962939             WS-TRAN-TYPE WS-CHARGE-AMOUNT WS-ZERO-BALANCE
962939             WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
962940         MOVE "STATUS" TO AH-FIELD-NAME
962940         MOVE WS-OLD-ACCT-STATUS TO AH-OLD-VALUE
962941         MOVE "W" TO AH-NEW-VALUE
962941         PERFORM WRITE-ACCT-HISTORY
962942         MOVE "CHARGE-OFF" TO AH-FIELD-NAME
962942         MOVE SPACES TO AH-OLD-VALUE
962943         STRING "OVERDRAWN SINCE " DELIMITED BY SIZE
962943             OA-NEG-DATE DELIMITED BY SIZE
962944             INTO AH-OLD-VALUE
962944         MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-DISP
962945         MOVE WS-AMOUNT-DISP TO AH-NEW-VALUE
962945         PERFORM WRITE-ACCT-HISTORY
962946         PERFORM WRITE-CHARGE-OFF
962946         DELETE OD-AGING-FILE
962947             INVALID KEY
962947                 DISPLAY "Aging record not removed: " ACCT-NUMBER
962948         END-DELETE
962948         ADD 1 TO WS-CHARGED-COUNT
962949         ADD WS-CHARGE-AMOUNT TO WS-CHARGED-TOTAL
962949         MOVE "CHARGED OFF" TO DT-ACTION
962950         PERFORM PRINT-CHARGE-OFF-LINE
962950     END-IF
962951     EXIT.
962951 WRITE-CHARGE-OFF.
962952     MOVE 'N' TO WS-CO-FOUND
962952     MOVE ACCT-NUMBER TO CO-ACCT-NUMBER
962953     READ CHARGE-OFF-FILE
962953         INVALID KEY
962954             CONTINUE
962954         NOT INVALID KEY
962955             MOVE 'Y' TO WS-CO-FOUND
962955     END-READ
962956     MOVE ACCT-CUST-ID TO CO-CUST-ID
962956     MOVE ACCT-TYPE TO CO-ACCT-TYPE
962957     MOVE OA-NEG-DATE TO CO-NEG-DATE
962957     MOVE WS-BUSINESS-DATE TO CO-DATE
962958     MOVE 'O' TO CO-STATUS
962958     MOVE WS-OPERATOR-ID TO CO-OPERATOR
962959     IF WS-CO-FOUND = 'Y'
962959         ADD WS-CHARGE-AMOUNT TO CO-AMOUNT
962960         REWRITE CHARGE-OFF-RECORD
962960             INVALID KEY
962961                 DISPLAY "Charge-off record not updated: "
962961                     ACCT-NUMBER
962962                 ADD 1 TO WS-ERROR-COUNT
962962         END-REWRITE
962963     ELSE
962963         MOVE WS-CHARGE-AMOUNT TO CO-AMOUNT
962964         MOVE 0 TO CO-RECOVERED
962964         MOVE 0 TO CO-LAST-RCVY-DATE
962965         WRITE CHARGE-OFF-RECORD
962965             INVALID KEY
962966                 DISPLAY "Charge-off record not written: "
962966                     ACCT-NUMBER
962967                 ADD 1 TO WS-ERROR-COUNT
962967         END-WRITE
962968     END-IF
962968     EXIT.
962969 CLEAR-AGING.
962969     DELETE OD-AGING-FILE
962970         INVALID KEY
962970             DISPLAY "Aging record not removed: " ACCT-NUMBER
962971         NOT INVALID KEY
962971             ADD 1 TO WS-CURED-COUNT
962972             MOVE "CURED" TO DT-ACTION
962972             MOVE 0 TO WS-DAYS-NEGATIVE
962973             PERFORM PRINT-AGING-LINE
962973     END-DELETE
962974     EXIT.
962974 LIFT-RESTRICTION.
962975*Brought back to zero or better, a restricted account is open
962975*again from the next business day.
962976     MOVE 'O' TO ACCT-STATUS
962976     REWRITE ACCOUNT-RECORD
962977         INVALID KEY
962977             DISPLAY "Restriction not lifted: " ACCT-NUMBER
962978             ADD 1 TO WS-ERROR-COUNT
962978         NOT INVALID KEY
962979             MOVE "STATUS" TO AH-FIELD-NAME
962979             MOVE "R" TO AH-OLD-VALUE
962980             MOVE "O" TO AH-NEW-VALUE
962980             PERFORM WRITE-ACCT-HISTORY
962981             ADD 1 TO WS-RELEASED-COUNT
962981             MOVE "RELEASED" TO DT-ACTION
962982             MOVE 0 TO WS-DAYS-NEGATIVE
962982             PERFORM PRINT-AGING-LINE
962983     END-REWRITE
962983     EXIT.
962984 PRINT-AGING-LINE.
962984     MOVE ACCT-NUMBER TO DT-ACCT-NUMBER
962985     MOVE ACCT-CUST-ID TO DT-CUST-ID
962985     MOVE ACCT-TYPE TO DT-ACCT-TYPE
962986     MOVE OA-NEG-DATE TO DT-NEG-DATE
962986     MOVE WS-DAYS-NEGATIVE TO DT-DAYS
962987     MOVE ACCT-BALANCE TO DT-BALANCE
962987     WRITE REPORT-LINE FROM WS-DETAIL-LINE
962988     EXIT.
962988 PRINT-CHARGE-OFF-LINE.
962989     MOVE ACCT-NUMBER TO DT-ACCT-NUMBER
962989     MOVE ACCT-CUST-ID TO DT-CUST-ID
962990     MOVE ACCT-TYPE TO DT-ACCT-TYPE
962990     MOVE OA-NEG-DATE TO DT-NEG-DATE
962991     MOVE WS-DAYS-NEGATIVE TO DT-DAYS
962991     COMPUTE DT-BALANCE = 0 - WS-CHARGE-AMOUNT
962992     WRITE REPORT-LINE FROM WS-DETAIL-LINE
962992     EXIT.
962993 WRITE-ACCT-HISTORY.
962993     ACCEPT WS-TIME-PART FROM TIME
962994     MOVE ACCT-NUMBER TO AH-ACCT-NUMBER
962994     MOVE WS-OPERATOR-ID TO AH-OPERATOR
962995     COMPUTE AH-TIMESTAMP =
962995         (WS-BUSINESS-DATE * 1000000) + (WS-TIME-PART / 100)
962996     OPEN EXTEND ACCT-HISTORY-FILE
962996     IF WS-HIST-FILE-STATUS = "35"
962997         OPEN OUTPUT ACCT-HISTORY-FILE
962997     END-IF
962998     WRITE ACCT-HISTORY-RECORD
962998     CLOSE ACCT-HISTORY-FILE
962999     EXIT.
962999 PRINT-REPORT-HEADER.
963000     MOVE SPACES TO REPORT-LINE
963000     STRING "OVERDRAWN ACCOUNT AGING  BUSINESS DATE: "
963001         DELIMITED BY SIZE
963001         WS-BUSINESS-DATE DELIMITED BY SIZE
963002         INTO REPORT-LINE
963002     WRITE REPORT-LINE
963003     MOVE SPACES TO REPORT-LINE
963003     STRING "RESTRICT AT " DELIMITED BY SIZE
963004         WS-RESTRICT-DAYS DELIMITED BY SIZE
963004         " DAYS  CHARGE OFF AT " DELIMITED BY SIZE
963005         WS-CHARGEOFF-DAYS DELIMITED BY SIZE
963005         " DAYS" DELIMITED BY SIZE
963006         INTO REPORT-LINE
963006     WRITE REPORT-LINE
963007     MOVE SPACES TO REPORT-LINE
963007     WRITE REPORT-LINE
963008     STRING "ACCOUNT   CUSTID  TYPE      NEG SINCE  DAYS  "
963008         DELIMITED BY SIZE
963009         "     BALANCE  ACTION" DELIMITED BY SIZE
963009         INTO REPORT-LINE
963010     WRITE REPORT-LINE
963010     EXIT.
963011 PRINT-REPORT-TRAILER.
963011     MOVE SPACES TO REPORT-LINE
963012     WRITE REPORT-LINE
963012     MOVE WS-AGING-TOTAL TO WS-TOTAL-DISP
963013     STRING "OVERDRAWN AGING: " DELIMITED BY SIZE
963013         WS-AGING-COUNT DELIMITED BY SIZE
963014         "  TOTAL: " DELIMITED BY SIZE
963014         WS-TOTAL-DISP DELIMITED BY SIZE
963015         "  NEW: " DELIMITED BY SIZE
963015         WS-NEW-COUNT DELIMITED BY SIZE
963016         INTO REPORT-LINE
963016     WRITE REPORT-LINE
963017     MOVE SPACES TO REPORT-LINE
963017     STRING "RESTRICTED: " DELIMITED BY SIZE
963018         WS-RESTRICTED-COUNT DELIMITED BY SIZE
963018         "  CURED: " DELIMITED BY SIZE
963019         WS-CURED-COUNT DELIMITED BY SIZE
963019         "  RELEASED: " DELIMITED BY SIZE
963020         WS-RELEASED-COUNT DELIMITED BY SIZE
963020         INTO REPORT-LINE
963021     WRITE REPORT-LINE
963021     MOVE SPACES TO REPORT-LINE
963022     MOVE WS-CHARGED-TOTAL TO WS-TOTAL-DISP
963022     STRING "CHARGED OFF: " DELIMITED BY SIZE
963023         WS-CHARGED-COUNT DELIMITED BY SIZE
963023         "  TOTAL: " DELIMITED BY SIZE
963024         WS-TOTAL-DISP DELIMITED BY SIZE
963024         INTO REPORT-LINE
963025     WRITE REPORT-LINE
963025     EXIT.
