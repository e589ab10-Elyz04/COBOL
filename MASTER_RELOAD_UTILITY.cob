967501 IDENTIFICATION DIVISION.
967501 PROGRAM-ID. MASTER_RELOAD_UTILITY.
967502 AUTHOR. ELYZ.
967502 ENVIRONMENT DIVISION.
967503 INPUT-OUTPUT SECTION.
967503 FILE-CONTROL.
967504     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
967504         ORGANIZATION IS INDEXED
967505         ACCESS MODE IS SEQUENTIAL
967505         RECORD KEY IS ACCT-NUMBER
967506         FILE STATUS IS WS-ACCT-FILE-STATUS.
967506     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
967507         ORGANIZATION IS INDEXED
967507         ACCESS MODE IS SEQUENTIAL
967508         RECORD KEY IS CUST-ID
967508         FILE STATUS IS WS-CUST-FILE-STATUS.
967509     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
967509         ORGANIZATION IS INDEXED
967510         ACCESS MODE IS SEQUENTIAL
967510         RECORD KEY IS OWN-KEY
967511         ALTERNATE RECORD KEY IS OWN-CUST-ID
967511             WITH DUPLICATES
967512         FILE STATUS IS WS-OWNR-FILE-STATUS.
967512     SELECT TRANSACTION-LEDGER-FILE ASSIGN TO "TRANLOG.DAT"
967513         ORGANIZATION IS INDEXED
967513         ACCESS MODE IS SEQUENTIAL
967514         RECORD KEY IS TRAN-ID
967514         ALTERNATE RECORD KEY IS TRAN-ACCT-NUMBER
967515             WITH DUPLICATES
967515         FILE STATUS IS WS-TRAN-FILE-STATUS.
967516     SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
967516         ORGANIZATION IS LINE SEQUENTIAL
967517         FILE STATUS IS WS-BKUP-FILE-STATUS.
967517     SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL.DAT"
967518         ORGANIZATION IS INDEXED
967518         ACCESS MODE IS DYNAMIC
967519         RECORD KEY IS BKC-KEY
967519         FILE STATUS IS WS-BKC-FILE-STATUS.
967520     SELECT REPORT-FILE ASSIGN TO "RELOAD.TXT"
967520         ORGANIZATION IS LINE SEQUENTIAL.
967521 DATA DIVISION.
967521 FILE SECTION.
967522 FD  ACCOUNT-MASTER-FILE.
967522     COPY ACCTREC.
967523 FD  CUSTOMER-MASTER-FILE.
967523     COPY CUSTREC.
967524 FD  OWNER-XREF-FILE.
967524     COPY OWNRREC.
967525 FD  TRANSACTION-LEDGER-FILE.
967525     COPY TRANREC.
967526 FD  BACKUP-FILE.
967526     COPY BKUPREC.
967527 FD  BACKUP-CONTROL-FILE.
967527     COPY BKCTLREC.
967528 FD  REPORT-FILE.
967528 01  REPORT-LINE             PIC X(80).
967529 WORKING-STORAGE SECTION.
967529 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
967530 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
967530 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
967531 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
967531 01  WS-BKUP-FILE-STATUS     PIC XX VALUE "00".
967532 01  WS-BKC-FILE-STATUS      PIC XX VALUE "00".
967532 01  WS-MASTER-STATUS        PIC XX.
967533 01  WS-EOF                  PIC X VALUE 'N'.
967533*RELOAD-FILE names the master (ACCTMAST, CUSTMAST, ACCTOWNR or
967534*TRANLOG) and RELOAD-DATE the backup's business date.  The default
967534*run proves the backup only; RELOAD-APPLY=Y replaces the live file
967535*once the backup proves.
967535 01  WS-FILE-NAME            PIC X(8) VALUE SPACES.
967536 01  WS-DATE-ENV             PIC X(8) VALUE SPACES.
967536 01  WS-BACKUP-DATE          PIC 9(8) VALUE 0.
967537 01  WS-APPLY-ENV            PIC X VALUE SPACE.
967537 01  WS-APPLY-MODE           PIC X VALUE 'N'.
967538 01  WS-BACKUP-NAME          PIC X(20) VALUE SPACES.
967538 01  WS-RUN-OK               PIC X VALUE 'Y'.
967539 01  WS-CTL-OPEN             PIC X VALUE 'N'.
967539 01  WS-PROVED               PIC X VALUE 'N'.
967540 01  WS-WRITE-ERRORS         PIC 9(9) VALUE 0.
967540 01  WS-SEQUENCE-ERRORS      PIC 9(9) VALUE 0.
967541 01  WS-DATE-PART            PIC 9(8).
967541 01  WS-TIME-PART            PIC 9(8).
967542 01  WS-NOW-TS               PIC 9(14).
967542 01  WS-PASS-NAME            PIC X(12).
967543*Totals for the pass in progress, accumulated exactly as the
967543*unload does.
967544 01  WS-RECORD-COUNT         PIC 9(9).
967544 01  WS-LOW-KEY              PIC X(14).
967545 01  WS-HIGH-KEY             PIC X(14).
967545 01  WS-KEY-HASH             PIC 9(18).
967546 01  WS-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
967546 01  WS-CUR-KEY              PIC X(14).
967547 01  WS-CUR-KEY-NUM          PIC 9(14).
967547 01  WS-CUR-AMOUNT           PIC S9(13)V99 COMP-3.
967548 01  WS-COUNT-DISP           PIC ZZZ,ZZZ,ZZ9.
967548 01  WS-CTL-COUNT-DISP       PIC ZZZ,ZZZ,ZZ9.
967549 01  WS-HASH-DISP            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
967549 01  WS-CTL-HASH-DISP        PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
967550 PROCEDURE DIVISION.
967550 MAIN-PARA.
967551     PERFORM GET-RUN-OPTIONS
967551     OPEN OUTPUT REPORT-FILE
967552     PERFORM PRINT-REPORT-HEADER
967552     IF WS-RUN-OK = 'Y'
967553         PERFORM READ-CONTROL-RECORD
967553     END-IF
967554     IF WS-RUN-OK = 'Y'
967554         MOVE "BACKUP" TO WS-PASS-NAME
967555         PERFORM PROVE-BACKUP
967555         PERFORM COMPARE-TOTALS
967556         IF WS-PROVED = 'N'
967556             MOVE "BACKUP DOES NOT PROVE - LIVE FILE NOT REPLACED"
967557                 TO REPORT-LINE
967557             WRITE REPORT-LINE
967558             MOVE 'N' TO WS-RUN-OK
967558         END-IF
967559     END-IF
967559     IF WS-RUN-OK = 'Y'
967560         IF WS-APPLY-MODE = 'Y'
967560             PERFORM RELOAD-LIVE-FILE
967561         ELSE
967561             MOVE "BACKUP PROVED - VERIFY ONLY, LIVE FILE KEPT"
967562                 TO REPORT-LINE
967562             WRITE REPORT-LINE
967563         END-IF
967563     END-IF
967564     IF WS-CTL-OPEN = 'Y'
967564         CLOSE BACKUP-CONTROL-FILE
967565     END-IF
967565     CLOSE REPORT-FILE
967566     IF WS-RUN-OK = 'Y'
967566         DISPLAY "Master reload run complete - see RELOAD.TXT."
967567     ELSE
967567         DISPLAY "Master reload refused or failed - see "
967568             "RELOAD.TXT."
967568         MOVE 8 TO RETURN-CODE
967569     END-IF
967569     STOP RUN.
967570 GET-RUN-OPTIONS.
967570     ACCEPT WS-FILE-NAME FROM ENVIRONMENT "RELOAD-FILE"
967571     MOVE FUNCTION UPPER-CASE(WS-FILE-NAME) TO WS-FILE-NAME
967571     ACCEPT WS-DATE-ENV FROM ENVIRONMENT "RELOAD-DATE"
967572     IF WS-DATE-ENV NOT = SPACES
967572         AND FUNCTION TRIM(WS-DATE-ENV) IS NUMERIC
967573         MOVE FUNCTION NUMVAL(WS-DATE-ENV) TO WS-BACKUP-DATE
967573     END-IF
967574     ACCEPT WS-APPLY-ENV FROM ENVIRONMENT "RELOAD-APPLY"
967574     IF WS-APPLY-ENV = 'Y' OR WS-APPLY-ENV = 'y'
967575         MOVE 'Y' TO WS-APPLY-MODE
967575     END-IF
967576     IF WS-FILE-NAME NOT = "ACCTMAST" AND NOT = "CUSTMAST"
967576         AND NOT = "ACCTOWNR" AND NOT = "TRANLOG"
967577         MOVE 'N' TO WS-RUN-OK
967577     END-IF
967578     IF WS-BACKUP-DATE = 0
967578         MOVE 'N' TO WS-RUN-OK
967579     END-IF
967579     EXIT.
967580 BUILD-NOW-TS.
967580     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
967581     ACCEPT WS-TIME-PART FROM TIME
967581     COMPUTE WS-NOW-TS =
967582         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
967582     EXIT.
967583 READ-CONTROL-RECORD.
967583*The control file stays open for the run so the record read here
967584*is the one compared against and marked when the reload is done.
967584     OPEN I-O BACKUP-CONTROL-FILE
967585     IF WS-BKC-FILE-STATUS NOT = "00"
967585         MOVE "NO BACKUP CONTROL FILE - NOTHING TO RELOAD"
967586             TO REPORT-LINE
967586         WRITE REPORT-LINE
967587         MOVE 'N' TO WS-RUN-OK
967587     ELSE
967588         MOVE WS-FILE-NAME TO BKC-FILE-NAME
967588         MOVE WS-BACKUP-DATE TO BKC-BACKUP-DATE
967589         READ BACKUP-CONTROL-FILE
967589             INVALID KEY
967590                 MOVE "NO BACKUP TAKEN FOR THAT FILE AND DATE"
967590                     TO REPORT-LINE
967591                 WRITE REPORT-LINE
967591                 MOVE 'N' TO WS-RUN-OK
967592             NOT INVALID KEY
967592                 IF BKC-STATUS NOT = 'A'
967593                     MOVE "BACKUP HAS BEEN DROPPED"
967593                         TO REPORT-LINE
967594                     WRITE REPORT-LINE
967594                     MOVE 'N' TO WS-RUN-OK
967595                 ELSE
967595                     MOVE BKC-BACKUP-NAME TO WS-BACKUP-NAME
967596                 END-IF
967596         END-READ
967597         MOVE 'Y' TO WS-CTL-OPEN
967597     END-IF
967598     EXIT.
967598 RESET-TOTALS.
967599     MOVE 0 TO WS-RECORD-COUNT
967599     MOVE SPACES TO WS-LOW-KEY
967600     MOVE SPACES TO WS-HIGH-KEY
967600     MOVE 0 TO WS-KEY-HASH
967601     MOVE 0 TO WS-AMOUNT-HASH
967601     MOVE 0 TO WS-SEQUENCE-ERRORS
967602     MOVE 'N' TO WS-EOF
967602     EXIT.
967603 PROVE-BACKUP.
967603*Reads the backup once, totalling it the way the unload did and
967604*checking that it is still in ascending key order.
967604     PERFORM RESET-TOTALS
967605     OPEN INPUT BACKUP-FILE
967605     IF WS-BKUP-FILE-STATUS NOT = "00"
967606         MOVE SPACES TO REPORT-LINE
967606         STRING "BACKUP FILE " DELIMITED BY SIZE
967607             WS-BACKUP-NAME DELIMITED BY SPACE
967607             " CANNOT BE OPENED" DELIMITED BY SIZE
967608             INTO REPORT-LINE
967608         WRITE REPORT-LINE
967609         MOVE 'Y' TO WS-EOF
967609         ADD 1 TO WS-SEQUENCE-ERRORS
967610     ELSE
967610         PERFORM UNTIL WS-EOF = 'Y'
967611             READ BACKUP-FILE
967611                 AT END
967612                     MOVE 'Y' TO WS-EOF
967612                 NOT AT END
967613                     PERFORM TOTAL-BACKUP-RECORD
967613             END-READ
967614         END-PERFORM
967614         CLOSE BACKUP-FILE
967615     END-IF
967615     EXIT.
967616 TOTAL-BACKUP-RECORD.
967616     EVALUATE WS-FILE-NAME
967617         WHEN "ACCTMAST"
967617             MOVE BA-NUMBER TO WS-CUR-KEY
967618             MOVE BA-NUMBER TO WS-CUR-KEY-NUM
967618             MOVE BA-BALANCE TO WS-CUR-AMOUNT
967619         WHEN "CUSTMAST"
967619             MOVE BC-CUST-ID TO WS-CUR-KEY
967620             MOVE BC-CUST-ID TO WS-CUR-KEY-NUM
967620             MOVE BC-SSN TO WS-CUR-AMOUNT
967621         WHEN "ACCTOWNR"
967621             MOVE BACKUP-OWNER-RECORD(1:14) TO WS-CUR-KEY
967622             MOVE BO-ACCT-NUMBER TO WS-CUR-KEY-NUM
967622             MOVE BO-CUST-ID TO WS-CUR-AMOUNT
967623         WHEN OTHER
967623             MOVE BL-TRAN-ID TO WS-CUR-KEY
967624             MOVE BL-TRAN-ID TO WS-CUR-KEY-NUM
967624             MOVE BL-AMOUNT TO WS-CUR-AMOUNT
967625     END-EVALUATE
967625     IF WS-RECORD-COUNT > 0 AND WS-CUR-KEY NOT > WS-HIGH-KEY
967626         ADD 1 TO WS-SEQUENCE-ERRORS
967626     END-IF
967627     PERFORM ACCUMULATE-TOTALS
967627     EXIT.
967628 ACCUMULATE-TOTALS.
967628     ADD 1 TO WS-RECORD-COUNT
967629     IF WS-RECORD-COUNT = 1
967629         MOVE WS-CUR-KEY TO WS-LOW-KEY
967630     END-IF
967630     MOVE WS-CUR-KEY TO WS-HIGH-KEY
967631     ADD WS-CUR-KEY-NUM TO WS-KEY-HASH
967631     ADD WS-CUR-AMOUNT TO WS-AMOUNT-HASH
967632     EXIT.
967632 COMPARE-TOTALS.
967633*Every control total must agree with the unload's control record.
967633     MOVE 'Y' TO WS-PROVED
967634     MOVE WS-RECORD-COUNT TO WS-COUNT-DISP
967634     MOVE BKC-RECORD-COUNT TO WS-CTL-COUNT-DISP
967635     MOVE SPACES TO REPORT-LINE
967635     STRING WS-PASS-NAME DELIMITED BY SIZE
967636         " RECORDS " DELIMITED BY SIZE
967636         WS-COUNT-DISP DELIMITED BY SIZE
967637         "  CONTROL " DELIMITED BY SIZE
967637         WS-CTL-COUNT-DISP DELIMITED BY SIZE
967638         INTO REPORT-LINE
967638     WRITE REPORT-LINE
967639     IF WS-RECORD-COUNT NOT = BKC-RECORD-COUNT
967639         MOVE 'N' TO WS-PROVED
967640         MOVE "  ** RECORD COUNT DOES NOT AGREE" TO REPORT-LINE
967640         WRITE REPORT-LINE
967641     END-IF
967641     MOVE SPACES TO REPORT-LINE
967642     STRING WS-PASS-NAME DELIMITED BY SIZE
967642         " KEYS " DELIMITED BY SIZE
967643         WS-LOW-KEY DELIMITED BY SIZE
967643         " TO " DELIMITED BY SIZE
967644         WS-HIGH-KEY DELIMITED BY SIZE
967644         INTO REPORT-LINE
967645     WRITE REPORT-LINE
967645     IF WS-LOW-KEY NOT = BKC-LOW-KEY
967646         OR WS-HIGH-KEY NOT = BKC-HIGH-KEY
967646         MOVE 'N' TO WS-PROVED
967647         MOVE SPACES TO REPORT-LINE
967647         STRING "  ** KEY RANGE DOES NOT AGREE - CONTROL "
967648             DELIMITED BY SIZE
967648             BKC-LOW-KEY DELIMITED BY SIZE
967649             " TO " DELIMITED BY SIZE
967649             BKC-HIGH-KEY DELIMITED BY SIZE
967650             INTO REPORT-LINE
967650         WRITE REPORT-LINE
967651     END-IF
967651     IF WS-KEY-HASH NOT = BKC-KEY-HASH
967652         MOVE 'N' TO WS-PROVED
967652         MOVE SPACES TO REPORT-LINE
967653         STRING "  ** KEY HASH " DELIMITED BY SIZE
967653             WS-KEY-HASH DELIMITED BY SIZE
967654             " CONTROL " DELIMITED BY SIZE
967654             BKC-KEY-HASH DELIMITED BY SIZE
967655             INTO REPORT-LINE
967655         WRITE REPORT-LINE
967656     END-IF
967656     MOVE WS-AMOUNT-HASH TO WS-HASH-DISP
967657     MOVE BKC-AMOUNT-HASH TO WS-CTL-HASH-DISP
967657     MOVE SPACES TO REPORT-LINE
967658     STRING WS-PASS-NAME DELIMITED BY SIZE
967658         " AMOUNT HASH " DELIMITED BY SIZE
967659         WS-HASH-DISP DELIMITED BY SIZE
967659         INTO REPORT-LINE
967660     WRITE REPORT-LINE
967660     IF WS-AMOUNT-HASH NOT = BKC-AMOUNT-HASH
967661         MOVE 'N' TO WS-PROVED
967661         MOVE SPACES TO REPORT-LINE
967662         STRING "  ** AMOUNT HASH DOES NOT AGREE - CONTROL "
967662             DELIMITED BY SIZE
967663             WS-CTL-HASH-DISP DELIMITED BY SIZE
967663             INTO REPORT-LINE
967664         WRITE REPORT-LINE
967664     END-IF
967665     IF WS-SEQUENCE-ERRORS > 0
967665         MOVE 'N' TO WS-PROVED
967666         MOVE SPACES TO REPORT-LINE
967666         STRING "  ** RECORDS OUT OF KEY SEQUENCE: "
967667             DELIMITED BY SIZE
967667             WS-SEQUENCE-ERRORS DELIMITED BY SIZE
967668             INTO REPORT-LINE
967668         WRITE REPORT-LINE
967669     END-IF
967669     EXIT.
967670 RELOAD-LIVE-FILE.
967670*The live file is only opened for output once the backup has
967671*proved.  After loading, the live file is read back and must prove
967671*to the same control record.
967672     MOVE 0 TO WS-WRITE-ERRORS
967672     PERFORM OPEN-MASTER-OUTPUT
967673     IF WS-RUN-OK = 'Y'
967673         MOVE 'N' TO WS-EOF
967674         OPEN INPUT BACKUP-FILE
967674         PERFORM UNTIL WS-EOF = 'Y'
967675             READ BACKUP-FILE
967675                 AT END
967676                     MOVE 'Y' TO WS-EOF
967676                 NOT AT END
967677                     PERFORM WRITE-MASTER-RECORD
967677             END-READ
967678         END-PERFORM
967678         CLOSE BACKUP-FILE
967679         PERFORM CLOSE-MASTER
967679         MOVE "LIVE FILE" TO WS-PASS-NAME
967680         PERFORM PROVE-LIVE-FILE
967680         PERFORM COMPARE-TOTALS
967681         IF WS-PROVED = 'Y' AND WS-WRITE-ERRORS = 0
967681             MOVE "LIVE FILE RELOADED AND PROVED" TO REPORT-LINE
967682             WRITE REPORT-LINE
967682             PERFORM MARK-CONTROL-RELOADED
967683         ELSE
967683             MOVE SPACES TO REPORT-LINE
967684             STRING "LIVE FILE RELOADED BUT DOES NOT PROVE"
967684                 DELIMITED BY SIZE
967685                 " - WRITE" DELIMITED BY SIZE
967685                 " ERRORS: " DELIMITED BY SIZE
967686                 WS-WRITE-ERRORS DELIMITED BY SIZE
967686                 INTO REPORT-LINE
967687             WRITE REPORT-LINE
967687             MOVE 'N' TO WS-RUN-OK
967688         END-IF
967688     END-IF
967689     EXIT.
967689 OPEN-MASTER-OUTPUT.
967690     EVALUATE WS-FILE-NAME
967690         WHEN "ACCTMAST"
967691             OPEN OUTPUT ACCOUNT-MASTER-FILE
967691             MOVE WS-ACCT-FILE-STATUS TO WS-MASTER-STATUS
967692         WHEN "CUSTMAST"
967692             OPEN OUTPUT CUSTOMER-MASTER-FILE
967693             MOVE WS-CUST-FILE-STATUS TO WS-MASTER-STATUS
967693         WHEN "ACCTOWNR"
967694             OPEN OUTPUT OWNER-XREF-FILE
967694             MOVE WS-OWNR-FILE-STATUS TO WS-MASTER-STATUS
967695         WHEN OTHER
967695             OPEN OUTPUT TRANSACTION-LEDGER-FILE
967696             MOVE WS-TRAN-FILE-STATUS TO WS-MASTER-STATUS
967696     END-EVALUATE
967697     IF WS-MASTER-STATUS NOT = "00"
967697         MOVE SPACES TO REPORT-LINE
967698         STRING "LIVE FILE CANNOT BE OPENED FOR RELOAD - STATUS "
967698             DELIMITED BY SIZE
967699             WS-MASTER-STATUS DELIMITED BY SIZE
967699             INTO REPORT-LINE
967700         WRITE REPORT-LINE
967700         MOVE 'N' TO WS-RUN-OK
967701     END-IF
967701     EXIT.
967702 WRITE-MASTER-RECORD.
967702     EVALUATE WS-FILE-NAME
967703         WHEN "ACCTMAST"
967703             MOVE BA-NUMBER TO ACCT-NUMBER
967704             MOVE BA-CUST-ID TO ACCT-CUST-ID
967704             MOVE BA-TYPE TO ACCT-TYPE
967705             MOVE BA-BALANCE TO ACCT-BALANCE
967705             MOVE BA-INT-RATE TO ACCT-INT-RATE
967706             MOVE BA-STATUS TO ACCT-STATUS
967706             MOVE BA-OPEN-DATE TO ACCT-OPEN-DATE
967707             MOVE BA-OD-LIMIT TO ACCT-OD-LIMIT
967707             MOVE BA-TERM-MONTHS TO ACCT-TERM-MONTHS
967708             MOVE BA-MATURITY-DATE TO ACCT-MATURITY-DATE
967708             MOVE BA-DISPOSITION TO ACCT-DISPOSITION
967709             MOVE BA-LINKED-ACCT TO ACCT-LINKED-ACCT
967709             WRITE ACCOUNT-RECORD
967710                 INVALID KEY
967710                     ADD 1 TO WS-WRITE-ERRORS
967711             END-WRITE
967711         WHEN "CUSTMAST"
967712             MOVE BACKUP-CUSTOMER-RECORD TO CUSTOMER-RECORD
967712             WRITE CUSTOMER-RECORD
967713                 INVALID KEY
967713                     ADD 1 TO WS-WRITE-ERRORS
967714             END-WRITE
967714         WHEN "ACCTOWNR"
967715             MOVE BACKUP-OWNER-RECORD TO OWNER-XREF-RECORD
967715             WRITE OWNER-XREF-RECORD
967716                 INVALID KEY
967716                     ADD 1 TO WS-WRITE-ERRORS
967717             END-WRITE
967717         WHEN OTHER
967718             MOVE BL-TRAN-ID TO TRAN-ID
967718             MOVE BL-ACCT-NUMBER TO TRAN-ACCT-NUMBER
967719             MOVE BL-TRAN-TYPE TO TRAN-TYPE
967719             MOVE BL-AMOUNT TO TRAN-AMOUNT
967720             MOVE BL-TIMESTAMP TO TRAN-TIMESTAMP
967720             MOVE BL-BALANCE TO TRAN-BALANCE
967721             MOVE BL-STATUS TO TRAN-STATUS
967721             MOVE BL-REVERSAL-OF TO TRAN-REVERSAL-OF
967722             MOVE BL-OPERATOR TO TRAN-OPERATOR
967722             MOVE BL-DESC TO TRAN-DESC
967723             MOVE BL-TRAN-CODE TO TRAN-CODE
967723             MOVE BL-CHECK-SERIAL TO TRAN-CHECK-SERIAL
969726             MOVE BL-ACH-COMPANY-ID TO TRAN-ACH-COMPANY-ID
969726             MOVE BL-ACH-TRACE TO TRAN-ACH-TRACE
967724             WRITE TRANSACTION-RECORD
967724                 INVALID KEY
967725                     ADD 1 TO WS-WRITE-ERRORS
967725             END-WRITE
967726     END-EVALUATE
967726     EXIT.
967727 CLOSE-MASTER.
967727     EVALUATE WS-FILE-NAME
967728         WHEN "ACCTMAST"
967728             CLOSE ACCOUNT-MASTER-FILE
967729         WHEN "CUSTMAST"
967729             CLOSE CUSTOMER-MASTER-FILE
967730         WHEN "ACCTOWNR"
967730             CLOSE OWNER-XREF-FILE
967731         WHEN OTHER
967731             CLOSE TRANSACTION-LEDGER-FILE
967732     END-EVALUATE
967732     EXIT.
967733 PROVE-LIVE-FILE.
967733     PERFORM RESET-TOTALS
967734     EVALUATE WS-FILE-NAME
967734         WHEN "ACCTMAST"
967735             OPEN INPUT ACCOUNT-MASTER-FILE
967735             PERFORM UNTIL WS-EOF = 'Y'
967736                 READ ACCOUNT-MASTER-FILE NEXT RECORD
967736                     AT END
967737                         MOVE 'Y' TO WS-EOF
967737                     NOT AT END
967738                         MOVE ACCT-NUMBER TO WS-CUR-KEY
967738                         MOVE ACCT-NUMBER TO WS-CUR-KEY-NUM
967739                         MOVE ACCT-BALANCE TO WS-CUR-AMOUNT
967739                         PERFORM ACCUMULATE-TOTALS
967740                 END-READ
967740             END-PERFORM
967741         WHEN "CUSTMAST"
967741             OPEN INPUT CUSTOMER-MASTER-FILE
967742             PERFORM UNTIL WS-EOF = 'Y'
967742                 READ CUSTOMER-MASTER-FILE NEXT RECORD
967743                     AT END
967743                         MOVE 'Y' TO WS-EOF
967744                     NOT AT END
967744                         MOVE CUST-ID TO WS-CUR-KEY
967745                         MOVE CUST-ID TO WS-CUR-KEY-NUM
967745                         MOVE CUST-SSN TO WS-CUR-AMOUNT
967746                         PERFORM ACCUMULATE-TOTALS
967746                 END-READ
967747             END-PERFORM
967747         WHEN "ACCTOWNR"
967748             OPEN INPUT OWNER-XREF-FILE
967748             PERFORM UNTIL WS-EOF = 'Y'
967749                 READ OWNER-XREF-FILE NEXT RECORD
967749                     AT END
967750                         MOVE 'Y' TO WS-EOF
967750                     NOT AT END
967751                         MOVE OWN-KEY TO WS-CUR-KEY
967751                         MOVE OWN-ACCT-NUMBER TO WS-CUR-KEY-NUM
967752                         MOVE OWN-CUST-ID TO WS-CUR-AMOUNT
967752                         PERFORM ACCUMULATE-TOTALS
967753                 END-READ
967753             END-PERFORM
967754         WHEN OTHER
967754             OPEN INPUT TRANSACTION-LEDGER-FILE
967755             PERFORM UNTIL WS-EOF = 'Y'
967755                 READ TRANSACTION-LEDGER-FILE NEXT RECORD
967756                     AT END
967756                         MOVE 'Y' TO WS-EOF
967757                     NOT AT END
967757                         MOVE TRAN-ID TO WS-CUR-KEY
967758                         MOVE TRAN-ID TO WS-CUR-KEY-NUM
967758                         MOVE TRAN-AMOUNT TO WS-CUR-AMOUNT
967759                         PERFORM ACCUMULATE-TOTALS
967759                 END-READ
967760             END-PERFORM
967760     END-EVALUATE
967761     PERFORM CLOSE-MASTER
967761     EXIT.
967762 MARK-CONTROL-RELOADED.
967762     PERFORM BUILD-NOW-TS
967763     MOVE WS-NOW-TS TO BKC-RELOAD-TS
967763     REWRITE BACKUP-CONTROL-RECORD
967764         INVALID KEY
967764             DISPLAY "Backup control record not updated."
967765     END-REWRITE
967765     EXIT.
967766 PRINT-REPORT-HEADER.
967766     MOVE SPACES TO REPORT-LINE
967767     STRING "MASTER FILE RELOAD  FILE: " DELIMITED BY SIZE
967767         WS-FILE-NAME DELIMITED BY SIZE
967768         "  BACKUP DATE: " DELIMITED BY SIZE
967768         WS-BACKUP-DATE DELIMITED BY SIZE
967769         "  APPLY: " DELIMITED BY SIZE
967769         WS-APPLY-MODE DELIMITED BY SIZE
967770         INTO REPORT-LINE
967770     WRITE REPORT-LINE
967771     MOVE SPACES TO REPORT-LINE
967771     WRITE REPORT-LINE
967772     IF WS-RUN-OK = 'N'
967772         MOVE "RELOAD-FILE (ACCTMAST CUSTMAST ACCTOWNR TRANLOG)"
967773             TO REPORT-LINE
967773         WRITE REPORT-LINE
967774         MOVE "AND RELOAD-DATE (YYYYMMDD) MUST BOTH BE GIVEN"
967774             TO REPORT-LINE
967775         WRITE REPORT-LINE
967775     END-IF
967776     EXIT.
