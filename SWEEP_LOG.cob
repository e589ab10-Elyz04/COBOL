952101 IDENTIFICATION DIVISION.
952101 PROGRAM-ID. SWEEP_LOG.
952102 AUTHOR. ELYZ.
952102 ENVIRONMENT DIVISION.
952103 INPUT-OUTPUT SECTION.
952103 FILE-CONTROL.
952104     SELECT SWEEP-LOG-FILE ASSIGN TO "SWEEPLOG.DAT"
952104         ORGANIZATION IS LINE SEQUENTIAL.
952105 DATA DIVISION.
952105 FILE SECTION.
952106 FD  SWEEP-LOG-FILE.
952106     COPY SWEEPREC.
952107 WORKING-STORAGE SECTION.
952107 01  WS-DATE-PART          PIC 9(8).
952108 01  WS-TIME-PART          PIC 9(8).
952108 01  WS-BUSINESS-DATE      PIC 9(8).
952109 01  WS-BUS-DATE-ENV       PIC X(8) VALUE SPACES.
952109 LINKAGE SECTION.
952110 01  LS-CHK-ACCT           PIC 9(8).
952110 01  LS-SAV-ACCT           PIC 9(8).
952111 01  LS-DEBIT-AMOUNT       PIC S9(9)V99 COMP-3.
952111 01  LS-SWEEP-AMOUNT       PIC S9(9)V99 COMP-3.
952112 01  LS-SWEEP-FEE          PIC 9(3)V99.
952112 01  LS-OPERATOR           PIC X(20).
952113 PROCEDURE DIVISION USING LS-CHK-ACCT LS-SAV-ACCT
952113         LS-DEBIT-AMOUNT LS-SWEEP-AMOUNT LS-SWEEP-FEE
952114         LS-OPERATOR.
952114 MAIN-PARA.
952115     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
952115     ACCEPT WS-TIME-PART FROM TIME
952116     PERFORM SET-BUSINESS-DATE
952116     OPEN EXTEND SWEEP-LOG-FILE
952117     MOVE WS-BUSINESS-DATE TO SW-BUS-DATE
952117     MOVE LS-CHK-ACCT TO SW-CHK-ACCT
952118     MOVE LS-SAV-ACCT TO SW-SAV-ACCT
952118     MOVE LS-DEBIT-AMOUNT TO SW-DEBIT-AMOUNT
952119     MOVE LS-SWEEP-AMOUNT TO SW-SWEEP-AMOUNT
952119     MOVE LS-SWEEP-FEE TO SW-FEE
952120     MOVE LS-OPERATOR TO SW-OPERATOR
952120     COMPUTE SW-TIMESTAMP =
952121         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
952121     WRITE SWEEP-LOG-RECORD
952122     CLOSE SWEEP-LOG-FILE
952122     GOBACK.
952123 SET-BUSINESS-DATE.
952123     MOVE WS-DATE-PART TO WS-BUSINESS-DATE
952124     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
952124     IF WS-BUS-DATE-ENV NOT = SPACES
952125         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
952125         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
952126             TO WS-BUSINESS-DATE
952126     END-IF
952127     EXIT.
