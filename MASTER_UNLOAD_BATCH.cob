967201 IDENTIFICATION DIVISION.
967201 PROGRAM-ID. MASTER_UNLOAD_BATCH.
967202 AUTHOR. ELYZ.
967202 ENVIRONMENT DIVISION.
967203 INPUT-OUTPUT SECTION.
967203 FILE-CONTROL.
967204     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
967204         ORGANIZATION IS INDEXED
967205         ACCESS MODE IS SEQUENTIAL
967205         RECORD KEY IS ACCT-NUMBER
967206         FILE STATUS IS WS-ACCT-FILE-STATUS.
967206     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
967207         ORGANIZATION IS INDEXED
967207         ACCESS MODE IS SEQUENTIAL
967208         RECORD KEY IS CUST-ID
967208         FILE STATUS IS WS-CUST-FILE-STATUS.
967209     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
967209         ORGANIZATION IS INDEXED
967210         ACCESS MODE IS SEQUENTIAL
967210         RECORD KEY IS OWN-KEY
967211         ALTERNATE RECORD KEY IS OWN-CUST-ID
967211             WITH DUPLICATES
967212         FILE STATUS IS WS-OWNR-FILE-STATUS.
967212     SELECT TRANSACTION-LEDGER-FILE ASSIGN TO "TRANLOG.DAT"
967213         ORGANIZATION IS INDEXED
967213         ACCESS MODE IS SEQUENTIAL
967214         RECORD KEY IS TRAN-ID
967214         ALTERNATE RECORD KEY IS TRAN-ACCT-NUMBER
967215             WITH DUPLICATES
967215         FILE STATUS IS WS-TRAN-FILE-STATUS.
967216     SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
967216         ORGANIZATION IS LINE SEQUENTIAL
967217         FILE STATUS IS WS-BKUP-FILE-STATUS.
967217     SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL.DAT"
967218         ORGANIZATION IS INDEXED
967218         ACCESS MODE IS DYNAMIC
967219         RECORD KEY IS BKC-KEY
967219         FILE STATUS IS WS-BKC-FILE-STATUS.
967220     SELECT REPORT-FILE ASSIGN TO "MSTUNLD.TXT"
967220         ORGANIZATION IS LINE SEQUENTIAL.
967221 DATA DIVISION.
967221 FILE SECTION.
967222 FD  ACCOUNT-MASTER-FILE.
967222     COPY ACCTREC.
967223 FD  CUSTOMER-MASTER-FILE.
967223     COPY CUSTREC.
967224 FD  OWNER-XREF-FILE.
967224     COPY OWNRREC.
967225 FD  TRANSACTION-LEDGER-FILE.
967225     COPY TRANREC.
967226 FD  BACKUP-FILE.
967226     COPY BKUPREC.
967227 FD  BACKUP-CONTROL-FILE.
967227     COPY BKCTLREC.
967228 FD  REPORT-FILE.
967228 01  REPORT-LINE             PIC X(80).
967229 WORKING-STORAGE SECTION.
967229 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
967230 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
967230 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
967231 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
967231 01  WS-BKUP-FILE-STATUS     PIC XX VALUE "00".
967232 01  WS-BKC-FILE-STATUS      PIC XX VALUE "00".
967232 01  WS-MASTER-EOF           PIC X VALUE 'N'.
967233 01  WS-CTL-EOF              PIC X VALUE 'N'.
967233 01  WS-BUSINESS-DATE        PIC 9(8).
967234 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
967234 01  WS-DATE-PART            PIC 9(8).
967235 01  WS-TIME-PART            PIC 9(8).
967235 01  WS-NOW-TS               PIC 9(14).
967236*Backups held per master file; older generations are dropped.
967236*Override with the BACKUP-GENERATIONS environment variable.
967237 01  WS-GENERATIONS          PIC 9(3) VALUE 7.
967237 01  WS-GEN-ENV              PIC X(3) VALUE SPACES.
967238 01  WS-GEN-COUNT            PIC 9(5).
967238 01  WS-DROP-COUNT           PIC 9(5).
967239 01  WS-DROPPED-TOTAL        PIC 9(5) VALUE 0.
980225 01  WS-DROP-FAILED          PIC 9(5) VALUE 0.
980225 01  WS-DELETE-RC            PIC S9(9).
967239 01  WS-FILE-NAME            PIC X(8).
967240 01  WS-BACKUP-NAME          PIC X(20).
967240 01  WS-MASTER-STATUS        PIC XX.
967241*'Y' unloaded, 'S' master not created yet, 'N' failed.
967241 01  WS-FILE-OK              PIC X VALUE 'Y'.
967242 01  WS-FAILED-COUNT         PIC 9(2) VALUE 0.
967242 01  WS-CTL-FOUND            PIC X VALUE 'N'.
967243*Control totals for the file being unloaded.
967243 01  WS-RECORD-COUNT         PIC 9(9).
967244 01  WS-LOW-KEY              PIC X(14).
967244 01  WS-HIGH-KEY             PIC X(14).
967245 01  WS-KEY-HASH             PIC 9(18).
967245 01  WS-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
967246 01  WS-CUR-KEY              PIC X(14).
967246 01  WS-CUR-KEY-NUM          PIC 9(14).
967247 01  WS-CUR-AMOUNT           PIC S9(13)V99 COMP-3.
967247 01  WS-COUNT-DISP           PIC ZZZ,ZZZ,ZZ9.
967248 01  WS-HASH-DISP            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
967248 PROCEDURE DIVISION.
967249 MAIN-PARA.
967249     PERFORM SET-BUSINESS-DATE
967250     OPEN OUTPUT REPORT-FILE
967250     PERFORM PRINT-REPORT-HEADER
967251     PERFORM OPEN-CONTROL-IO
967251     MOVE "ACCTMAST" TO WS-FILE-NAME
967252     PERFORM START-ONE-FILE
967252     PERFORM UNLOAD-ACCOUNTS
967253     PERFORM FINISH-ONE-FILE
967253     MOVE "CUSTMAST" TO WS-FILE-NAME
967254     PERFORM START-ONE-FILE
967254     PERFORM UNLOAD-CUSTOMERS
967255     PERFORM FINISH-ONE-FILE
967255     MOVE "ACCTOWNR" TO WS-FILE-NAME
967256     PERFORM START-ONE-FILE
967256     PERFORM UNLOAD-OWNERS
967257     PERFORM FINISH-ONE-FILE
967257     MOVE "TRANLOG" TO WS-FILE-NAME
967258     PERFORM START-ONE-FILE
967258     PERFORM UNLOAD-LEDGER
967259     PERFORM FINISH-ONE-FILE
967259     CLOSE BACKUP-CONTROL-FILE
967260     PERFORM PRINT-REPORT-TRAILER
967260     CLOSE REPORT-FILE
967261     DISPLAY "Master files unloaded - backups dropped: "
967261         WS-DROPPED-TOTAL
967262     IF WS-FAILED-COUNT > 0
967262         DISPLAY "Master unload incomplete: " WS-FAILED-COUNT
967263             " file(s) not backed up."
967263         MOVE 8 TO RETURN-CODE
967264     END-IF
980226     IF WS-DROP-FAILED > 0
980226         DISPLAY "Old backups not dropped: " WS-DROP-FAILED
980227         MOVE 8 TO RETURN-CODE
980227     END-IF
967264     GOBACK.
967265 SET-BUSINESS-DATE.
967265     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
967266     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
967266     IF WS-BUS-DATE-ENV NOT = SPACES
967267         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
967267         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
967268             TO WS-BUSINESS-DATE
967268     END-IF
967269     ACCEPT WS-GEN-ENV FROM ENVIRONMENT "BACKUP-GENERATIONS"
967269     IF WS-GEN-ENV NOT = SPACES
967270         AND FUNCTION TRIM(WS-GEN-ENV) IS NUMERIC
967270         MOVE FUNCTION NUMVAL(WS-GEN-ENV) TO WS-GENERATIONS
967271     END-IF
967271     IF WS-GENERATIONS = 0
967272         MOVE 1 TO WS-GENERATIONS
967272     END-IF
967273     EXIT.
967273 OPEN-CONTROL-IO.
967274     OPEN I-O BACKUP-CONTROL-FILE
967274     IF WS-BKC-FILE-STATUS = "35"
967275         OPEN OUTPUT BACKUP-CONTROL-FILE
967275         CLOSE BACKUP-CONTROL-FILE
967276         OPEN I-O BACKUP-CONTROL-FILE
967276     END-IF
967277     EXIT.
967277 BUILD-NOW-TS.
967278     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
967278     ACCEPT WS-TIME-PART FROM TIME
967279     COMPUTE WS-NOW-TS =
967279         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
967280     EXIT.
967280 START-ONE-FILE.
967281*The backup for a business date is named after the master file
967281*with the date as its extension.  A rerun for the same date
967282*replaces it.
967282     MOVE SPACES TO WS-BACKUP-NAME
967283     STRING FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SIZE
967283         "." DELIMITED BY SIZE
967284         WS-BUSINESS-DATE DELIMITED BY SIZE
967284         INTO WS-BACKUP-NAME
967285     MOVE 0 TO WS-RECORD-COUNT
967285     MOVE SPACES TO WS-LOW-KEY
967286     MOVE SPACES TO WS-HIGH-KEY
967286     MOVE 0 TO WS-KEY-HASH
967287     MOVE 0 TO WS-AMOUNT-HASH
967287     MOVE 'N' TO WS-MASTER-EOF
967288     EXIT.
967288 CHECK-MASTER-OPEN.
967289*A master that has never been created is reported and skipped; any
967289*other open failure, or a backup that cannot be written, fails the
967290*step so the chain stops without a good backup.
967290     EVALUATE WS-MASTER-STATUS
967291         WHEN "00"
967291             MOVE 'Y' TO WS-FILE-OK
967292             OPEN OUTPUT BACKUP-FILE
967292             IF WS-BKUP-FILE-STATUS NOT = "00"
967293                 MOVE 'N' TO WS-FILE-OK
967293             END-IF
967294         WHEN "35"
967294             MOVE 'S' TO WS-FILE-OK
967295         WHEN OTHER
967295             MOVE 'N' TO WS-FILE-OK
967296     END-EVALUATE
967296     EXIT.
967297 UNLOAD-ACCOUNTS.
967297     OPEN INPUT ACCOUNT-MASTER-FILE
967298     MOVE WS-ACCT-FILE-STATUS TO WS-MASTER-STATUS
967298     PERFORM CHECK-MASTER-OPEN
967299     IF WS-FILE-OK = 'Y'
967299         PERFORM UNTIL WS-MASTER-EOF = 'Y'
967300             READ ACCOUNT-MASTER-FILE NEXT RECORD
967300                 AT END
967301                     MOVE 'Y' TO WS-MASTER-EOF
967301                 NOT AT END
967302                     PERFORM WRITE-ACCOUNT-BACKUP
967302             END-READ
967303         END-PERFORM
967303     END-IF
967304     IF WS-MASTER-STATUS = "00"
967304         CLOSE ACCOUNT-MASTER-FILE
967305     END-IF
967305     EXIT.
967306 WRITE-ACCOUNT-BACKUP.
967306     MOVE ACCT-NUMBER TO BA-NUMBER
967307     MOVE ACCT-CUST-ID TO BA-CUST-ID
967307     MOVE ACCT-TYPE TO BA-TYPE
967308     MOVE ACCT-BALANCE TO BA-BALANCE
967308     MOVE ACCT-INT-RATE TO BA-INT-RATE
967309     MOVE ACCT-STATUS TO BA-STATUS
967309     MOVE ACCT-OPEN-DATE TO BA-OPEN-DATE
967310     MOVE ACCT-OD-LIMIT TO BA-OD-LIMIT
967310     MOVE ACCT-TERM-MONTHS TO BA-TERM-MONTHS
967311     MOVE ACCT-MATURITY-DATE TO BA-MATURITY-DATE
967311     MOVE ACCT-DISPOSITION TO BA-DISPOSITION
967312     MOVE ACCT-LINKED-ACCT TO BA-LINKED-ACCT
967312     WRITE BACKUP-ACCOUNT-RECORD
967313     MOVE ACCT-NUMBER TO WS-CUR-KEY
967313     MOVE ACCT-NUMBER TO WS-CUR-KEY-NUM
967314     MOVE ACCT-BALANCE TO WS-CUR-AMOUNT
967314     PERFORM ACCUMULATE-TOTALS
967315     EXIT.
967315 UNLOAD-CUSTOMERS.
967316     OPEN INPUT CUSTOMER-MASTER-FILE
967316     MOVE WS-CUST-FILE-STATUS TO WS-MASTER-STATUS
967317     PERFORM CHECK-MASTER-OPEN
967317     IF WS-FILE-OK = 'Y'
967318         PERFORM UNTIL WS-MASTER-EOF = 'Y'
967318             READ CUSTOMER-MASTER-FILE NEXT RECORD
967319                 AT END
967319                     MOVE 'Y' TO WS-MASTER-EOF
967320                 NOT AT END
967320                     MOVE CUSTOMER-RECORD
967321                         TO BACKUP-CUSTOMER-RECORD
967321                     WRITE BACKUP-CUSTOMER-RECORD
967322                     MOVE CUST-ID TO WS-CUR-KEY
967322                     MOVE CUST-ID TO WS-CUR-KEY-NUM
967323                     MOVE CUST-SSN TO WS-CUR-AMOUNT
967323                     PERFORM ACCUMULATE-TOTALS
967324             END-READ
967324         END-PERFORM
967325     END-IF
967325     IF WS-MASTER-STATUS = "00"
967326         CLOSE CUSTOMER-MASTER-FILE
967326     END-IF
967327     EXIT.
967327 UNLOAD-OWNERS.
967328     OPEN INPUT OWNER-XREF-FILE
967328     MOVE WS-OWNR-FILE-STATUS TO WS-MASTER-STATUS
967329     PERFORM CHECK-MASTER-OPEN
967329     IF WS-FILE-OK = 'Y'
967330         PERFORM UNTIL WS-MASTER-EOF = 'Y'
967330             READ OWNER-XREF-FILE NEXT RECORD
967331                 AT END
967331                     MOVE 'Y' TO WS-MASTER-EOF
967332                 NOT AT END
967332                     MOVE OWNER-XREF-RECORD
967333                         TO BACKUP-OWNER-RECORD
967333                     WRITE BACKUP-OWNER-RECORD
967334                     MOVE OWN-KEY TO WS-CUR-KEY
967334                     MOVE OWN-ACCT-NUMBER TO WS-CUR-KEY-NUM
967335                     MOVE OWN-CUST-ID TO WS-CUR-AMOUNT
967335                     PERFORM ACCUMULATE-TOTALS
967336             END-READ
967336         END-PERFORM
967337     END-IF
967337     IF WS-MASTER-STATUS = "00"
967338         CLOSE OWNER-XREF-FILE
967338     END-IF
967339     EXIT.
967339 UNLOAD-LEDGER.
967340     OPEN INPUT TRANSACTION-LEDGER-FILE
967340     MOVE WS-TRAN-FILE-STATUS TO WS-MASTER-STATUS
967341     PERFORM CHECK-MASTER-OPEN
967341     IF WS-FILE-OK = 'Y'
967342         PERFORM UNTIL WS-MASTER-EOF = 'Y'
967342             READ TRANSACTION-LEDGER-FILE NEXT RECORD
967343                 AT END
967343                     MOVE 'Y' TO WS-MASTER-EOF
967344                 NOT AT END
967344                     PERFORM WRITE-LEDGER-BACKUP
967345             END-READ
967345         END-PERFORM
967346     END-IF
967346     IF WS-MASTER-STATUS = "00"
967347         CLOSE TRANSACTION-LEDGER-FILE
967347     END-IF
967348     EXIT.
967348 WRITE-LEDGER-BACKUP.
967349     MOVE TRAN-ID TO BL-TRAN-ID
967349     MOVE TRAN-ACCT-NUMBER TO BL-ACCT-NUMBER
967350     MOVE TRAN-TYPE TO BL-TRAN-TYPE
967350     MOVE TRAN-AMOUNT TO BL-AMOUNT
967351     MOVE TRAN-TIMESTAMP TO BL-TIMESTAMP
967351     MOVE TRAN-BALANCE TO BL-BALANCE
967352     MOVE TRAN-STATUS TO BL-STATUS
967352     MOVE TRAN-REVERSAL-OF TO BL-REVERSAL-OF
967353     MOVE TRAN-OPERATOR TO BL-OPERATOR
967353     MOVE TRAN-DESC TO BL-DESC
967354     MOVE TRAN-CODE TO BL-TRAN-CODE
967354     MOVE TRAN-CHECK-SERIAL TO BL-CHECK-SERIAL
969725     MOVE TRAN-ACH-COMPANY-ID TO BL-ACH-COMPANY-ID
969725     MOVE TRAN-ACH-TRACE TO BL-ACH-TRACE
967355     WRITE BACKUP-LEDGER-RECORD
967355     MOVE TRAN-ID TO WS-CUR-KEY
967356     MOVE TRAN-ID TO WS-CUR-KEY-NUM
967356     MOVE TRAN-AMOUNT TO WS-CUR-AMOUNT
967357     PERFORM ACCUMULATE-TOTALS
967357     EXIT.
967358 ACCUMULATE-TOTALS.
967358*Masters are read in key order, so the first key is the low key
967359*and the last the high key.  The key hash is carried to 18 digits;
967359*the reload computes it the same way.
967360     ADD 1 TO WS-RECORD-COUNT
967360     IF WS-RECORD-COUNT = 1
967361         MOVE WS-CUR-KEY TO WS-LOW-KEY
967361     END-IF
967362     MOVE WS-CUR-KEY TO WS-HIGH-KEY
967362     ADD WS-CUR-KEY-NUM TO WS-KEY-HASH
967363     ADD WS-CUR-AMOUNT TO WS-AMOUNT-HASH
967363     EXIT.
967364 FINISH-ONE-FILE.
967364     EVALUATE WS-FILE-OK
967365         WHEN 'Y'
967365             CLOSE BACKUP-FILE
967366             PERFORM SAVE-CONTROL-RECORD
967366             PERFORM PRINT-FILE-LINES
967367             PERFORM APPLY-GENERATIONS
967367         WHEN 'S'
967368             MOVE SPACES TO REPORT-LINE
967368             STRING WS-FILE-NAME DELIMITED BY SIZE
967369                 "  NOT ON FILE - SKIPPED" DELIMITED BY SIZE
967369                 INTO REPORT-LINE
967370             WRITE REPORT-LINE
967370         WHEN OTHER
967371             ADD 1 TO WS-FAILED-COUNT
967371             MOVE SPACES TO REPORT-LINE
967372             STRING WS-FILE-NAME DELIMITED BY SIZE
967372                 "  NOT AVAILABLE - NO BACKUP TAKEN"
967373                 DELIMITED BY SIZE
967373                 INTO REPORT-LINE
967374             WRITE REPORT-LINE
967374     END-EVALUATE
967375     EXIT.
967375 SAVE-CONTROL-RECORD.
967376     PERFORM BUILD-NOW-TS
967376     MOVE 'N' TO WS-CTL-FOUND
967377     MOVE WS-FILE-NAME TO BKC-FILE-NAME
967377     MOVE WS-BUSINESS-DATE TO BKC-BACKUP-DATE
967378     READ BACKUP-CONTROL-FILE
967378         INVALID KEY
967379             CONTINUE
967379         NOT INVALID KEY
967380             MOVE 'Y' TO WS-CTL-FOUND
967380     END-READ
967381     MOVE WS-FILE-NAME TO BKC-FILE-NAME
967381     MOVE WS-BUSINESS-DATE TO BKC-BACKUP-DATE
967382     MOVE WS-BACKUP-NAME TO BKC-BACKUP-NAME
967382     MOVE WS-RECORD-COUNT TO BKC-RECORD-COUNT
967383     MOVE WS-LOW-KEY TO BKC-LOW-KEY
967383     MOVE WS-HIGH-KEY TO BKC-HIGH-KEY
967384     MOVE WS-KEY-HASH TO BKC-KEY-HASH
967384     MOVE WS-AMOUNT-HASH TO BKC-AMOUNT-HASH
967385     MOVE WS-NOW-TS TO BKC-UNLOAD-TS
967385     MOVE 'A' TO BKC-STATUS
967386     MOVE 0 TO BKC-DROP-DATE
967386     MOVE 0 TO BKC-RELOAD-TS
967387     IF WS-CTL-FOUND = 'Y'
967387         REWRITE BACKUP-CONTROL-RECORD
967388     ELSE
967388         WRITE BACKUP-CONTROL-RECORD
967389     END-IF
967389     EXIT.
967390 APPLY-GENERATIONS.
967390*Counts the backups still held for this file, oldest first, and
967391*drops the oldest until only the generation count remains.
967391     MOVE 0 TO WS-GEN-COUNT
967392     PERFORM START-FILE-CONTROLS
967392     PERFORM UNTIL WS-CTL-EOF = 'Y'
967393         READ BACKUP-CONTROL-FILE NEXT RECORD
967393             AT END
967394                 MOVE 'Y' TO WS-CTL-EOF
967394             NOT AT END
967395                 IF BKC-FILE-NAME NOT = WS-FILE-NAME
967395                     MOVE 'Y' TO WS-CTL-EOF
967396                 ELSE
967396                     IF BKC-STATUS = 'A'
967397                         ADD 1 TO WS-GEN-COUNT
967397                     END-IF
967398                 END-IF
967398         END-READ
967399     END-PERFORM
967399     IF WS-GEN-COUNT > WS-GENERATIONS
967400         COMPUTE WS-DROP-COUNT = WS-GEN-COUNT - WS-GENERATIONS
967400         PERFORM START-FILE-CONTROLS
967401         PERFORM UNTIL WS-CTL-EOF = 'Y' OR WS-DROP-COUNT = 0
967401             READ BACKUP-CONTROL-FILE NEXT RECORD
967402                 AT END
967402                     MOVE 'Y' TO WS-CTL-EOF
967403                 NOT AT END
967403                     IF BKC-FILE-NAME NOT = WS-FILE-NAME
967404                         MOVE 'Y' TO WS-CTL-EOF
967404                     ELSE
967405                         IF BKC-STATUS = 'A'
967405                             PERFORM DROP-BACKUP
967406                         END-IF
967406                     END-IF
967407             END-READ
967407         END-PERFORM
967408     END-IF
967408     EXIT.
967409 START-FILE-CONTROLS.
967409     MOVE 'N' TO WS-CTL-EOF
967410     MOVE WS-FILE-NAME TO BKC-FILE-NAME
967410     MOVE 0 TO BKC-BACKUP-DATE
967411     START BACKUP-CONTROL-FILE KEY IS NOT LESS THAN BKC-KEY
967411         INVALID KEY
967412             MOVE 'Y' TO WS-CTL-EOF
967412     END-START
967413     EXIT.
967413 DROP-BACKUP.
980228*The control record is marked dropped only once the backup itself
980228*is deleted.  A backup that cannot be deleted stays active and is
980229*reported; no newer generation is dropped in its place.
967416     SUBTRACT 1 FROM WS-DROP-COUNT
967414     CALL "CBL_DELETE_FILE" USING BKC-BACKUP-NAME
980229     MOVE RETURN-CODE TO WS-DELETE-RC
980230     MOVE 0 TO RETURN-CODE
967417     MOVE SPACES TO REPORT-LINE
980230     IF WS-DELETE-RC NOT = 0
980231         ADD 1 TO WS-DROP-FAILED
980231         STRING "          NOT DROPPED " DELIMITED BY SIZE
980232             BKC-BACKUP-NAME DELIMITED BY SPACE
980232             INTO REPORT-LINE
980233     ELSE
967414         MOVE 'D' TO BKC-STATUS
967415         MOVE WS-BUSINESS-DATE TO BKC-DROP-DATE
967416         ADD 1 TO WS-DROPPED-TOTAL
967415         REWRITE BACKUP-CONTROL-RECORD
980233             INVALID KEY
980234                 ADD 1 TO WS-DROP-FAILED
980234                 STRING "          DROPPED, CONTROL NOT UPDATED "
980235                     DELIMITED BY SIZE
980235                     BKC-BACKUP-NAME DELIMITED BY SPACE
980236                     INTO REPORT-LINE
980236             NOT INVALID KEY
967417                 STRING "          DROPPED " DELIMITED BY SIZE
967418                     BKC-BACKUP-NAME DELIMITED BY SPACE
967418                     INTO REPORT-LINE
980237         END-REWRITE
980237     END-IF
967419     WRITE REPORT-LINE
967419     EXIT.
967420 PRINT-FILE-LINES.
967420     MOVE WS-RECORD-COUNT TO WS-COUNT-DISP
967421     MOVE SPACES TO REPORT-LINE
967421     STRING WS-FILE-NAME DELIMITED BY SIZE
967422         "  " DELIMITED BY SIZE
967422         WS-BACKUP-NAME DELIMITED BY SIZE
967423         " RECORDS " DELIMITED BY SIZE
967423         WS-COUNT-DISP DELIMITED BY SIZE
967424         INTO REPORT-LINE
967424     WRITE REPORT-LINE
967425     MOVE SPACES TO REPORT-LINE
967425     STRING "          KEYS " DELIMITED BY SIZE
967426         WS-LOW-KEY DELIMITED BY SIZE
967426         " TO " DELIMITED BY SIZE
967427         WS-HIGH-KEY DELIMITED BY SIZE
967427         "  KEY HASH " DELIMITED BY SIZE
967428         WS-KEY-HASH DELIMITED BY SIZE
967428         INTO REPORT-LINE
967429     WRITE REPORT-LINE
967429     MOVE WS-AMOUNT-HASH TO WS-HASH-DISP
967430     MOVE SPACES TO REPORT-LINE
967430     STRING "          AMOUNT HASH " DELIMITED BY SIZE
967431         WS-HASH-DISP DELIMITED BY SIZE
967431         INTO REPORT-LINE
967432     WRITE REPORT-LINE
967432     EXIT.
967433 PRINT-REPORT-HEADER.
967433     MOVE SPACES TO REPORT-LINE
967434     STRING "MASTER FILE UNLOAD  BUSINESS DATE: "
967434         DELIMITED BY SIZE
967435         WS-BUSINESS-DATE DELIMITED BY SIZE
967435         "  GENERATIONS KEPT: " DELIMITED BY SIZE
967436         WS-GENERATIONS DELIMITED BY SIZE
967436         INTO REPORT-LINE
967437     WRITE REPORT-LINE
967437     MOVE SPACES TO REPORT-LINE
967438     WRITE REPORT-LINE
967438     EXIT.
967439 PRINT-REPORT-TRAILER.
967439     MOVE SPACES TO REPORT-LINE
967440     WRITE REPORT-LINE
967440     STRING "FILES NOT BACKED UP: " DELIMITED BY SIZE
967441         WS-FAILED-COUNT DELIMITED BY SIZE
967441         "  BACKUPS DROPPED: " DELIMITED BY SIZE
967442         WS-DROPPED-TOTAL DELIMITED BY SIZE
980238         "  NOT DROPPED: " DELIMITED BY SIZE
980238         WS-DROP-FAILED DELIMITED BY SIZE
967442         INTO REPORT-LINE
967443     WRITE REPORT-LINE
967443     EXIT.
