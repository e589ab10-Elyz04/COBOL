969801 IDENTIFICATION DIVISION.
969801 PROGRAM-ID. ACH_ENTRY_BATCH.
969802 AUTHOR. ELYZ.
969802 ENVIRONMENT DIVISION.
969803 INPUT-OUTPUT SECTION.
969803 FILE-CONTROL.
969804     SELECT ACH-IN-FILE ASSIGN TO "ACHIN.DAT"
969804         ORGANIZATION IS LINE SEQUENTIAL
969805         FILE STATUS IS WS-ACHIN-FILE-STATUS.
969805     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
969806         ORGANIZATION IS INDEXED
969806         ACCESS MODE IS DYNAMIC
969807         RECORD KEY IS ACCT-NUMBER
969807         FILE STATUS IS WS-ACCT-FILE-STATUS.
969808     SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.DAT"
969808         ORGANIZATION IS INDEXED
969809         ACCESS MODE IS DYNAMIC
969809         RECORD KEY IS LO-ID
969810         ALTERNATE RECORD KEY IS LO-CUST-ID
969810             WITH DUPLICATES
969811         FILE STATUS IS WS-LO-FILE-STATUS.
969811     SELECT LEGAL-ACCOUNT-FILE ASSIGN TO "LEGALACT.DAT"
969812         ORGANIZATION IS INDEXED
969812         ACCESS MODE IS DYNAMIC
969813         RECORD KEY IS LA-KEY
969813         FILE STATUS IS WS-LA-FILE-STATUS.
969814     SELECT ITEM-FILE ASSIGN TO "ACHITEM.DAT"
969814         ORGANIZATION IS LINE SEQUENTIAL
969815         FILE STATUS IS WS-ITEM-FILE-STATUS.
969815     SELECT RETURN-FILE ASSIGN TO "ACHRTN.DAT"
969816         ORGANIZATION IS LINE SEQUENTIAL.
969816     SELECT REPORT-FILE ASSIGN TO "ACHDISP.TXT"
969817         ORGANIZATION IS LINE SEQUENTIAL.
969817     SELECT CHECKPOINT-FILE ASSIGN TO "ACHCKP.DAT"
969818         ORGANIZATION IS LINE SEQUENTIAL
969818         FILE STATUS IS WS-CKPT-FILE-STATUS.
969819 DATA DIVISION.
969819 FILE SECTION.
969820 FD  ACH-IN-FILE.
969820 01  ACH-IN-RECORD               PIC X(94).
969821 FD  ACCOUNT-MASTER-FILE.
969821     COPY ACCTREC.
969822 FD  LEGAL-ORDER-FILE.
969822     COPY LGLOREC.
969823 FD  LEGAL-ACCOUNT-FILE.
969823     COPY LGLAREC.
969824 FD  ITEM-FILE.
969824     COPY ACHIREC.
969825 FD  RETURN-FILE.
969825 01  RETURN-RECORD               PIC X(94).
969826 FD  REPORT-FILE.
969826 01  REPORT-LINE                 PIC X(80).
969827 FD  CHECKPOINT-FILE.
969827 01  CHECKPOINT-RECORD.
969828     05  CKP-FILE-ID             PIC X(21).
969828     05  CKP-LAST-RECORD         PIC 9(6).
969829 WORKING-STORAGE SECTION.
969829     COPY ACHREC.
969830 01  WS-ACHIN-FILE-STATUS    PIC XX VALUE "00".
969830 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
969831 01  WS-LO-FILE-STATUS       PIC XX VALUE "00".
969831 01  WS-LA-FILE-STATUS       PIC XX VALUE "00".
969832 01  WS-ITEM-FILE-STATUS     PIC XX VALUE "00".
969832 01  WS-CKPT-FILE-STATUS     PIC XX VALUE "00".
969833 01  WS-LO-OPEN              PIC X VALUE 'N'.
969833 01  WS-LA-OPEN              PIC X VALUE 'N'.
969834 01  WS-ACH-EOF              PIC X VALUE 'N'.
969834 01  WS-ITEM-EOF             PIC X VALUE 'N'.
969835 01  WS-LO-EOF               PIC X VALUE 'N'.
969835 01  WS-BUSINESS-DATE        PIC 9(8).
969836 01  WS-BUS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
969836     05  FILLER              PIC 9(2).
969837     05  WS-BUS-YYMMDD       PIC 9(6).
969837 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
969838 01  WS-TIME-NOW             PIC 9(8).
969838 01  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
969839     05  WS-TIME-HHMM        PIC 9(4).
969839     05  FILLER              PIC 9(4).
969840 01  WS-PERIOD-FLAG          PIC X VALUE 'O'.
969840 01  WS-OPERATOR-ID          PIC X(20) VALUE "ACHIN".
969841*The inbound file as named by its header, and this bank as the
969841*immediate destination it was sent to.
969842 01  WS-FILE-ID.
969842     05  WS-FILE-ORIGIN      PIC X(10).
969843     05  WS-FILE-DATE        PIC X(6).
969843     05  WS-FILE-TIME        PIC X(4).
969844     05  WS-FILE-MODIFIER    PIC X.
969844 01  WS-FILE-ORIGIN-NAME     PIC X(23).
969845 01  WS-FILE-DEST-NAME       PIC X(23).
969845 01  WS-DESTINATION.
969846     05  FILLER              PIC X.
969846     05  WS-OUR-ROUTING.
969847         10  WS-OUR-DFI-ID   PIC 9(8).
969847         10  WS-OUR-CHECK    PIC X.
969848*Proof of the file's structure and control totals.
969848 01  WS-FILE-OK              PIC X VALUE 'Y'.
969849 01  WS-FILE-REASON          PIC X(40) VALUE SPACES.
969849 01  WS-RECORD-SEQ           PIC 9(6) VALUE 0.
969850 01  WS-HEADER-SEEN          PIC X VALUE 'N'.
969850 01  WS-CONTROL-SEEN         PIC X VALUE 'N'.
969851 01  WS-BATCH-OPEN           PIC X VALUE 'N'.
969851 01  WS-PRIOR-TYPE           PIC X VALUE SPACE.
969852 01  WS-MAX-BATCHES          PIC 9(4) VALUE 500.
969852 01  WS-BATCH-SEQ            PIC 9(4) VALUE 0.
969853 01  WS-BATCHES-REJECTED     PIC 9(4) VALUE 0.
969853 01  WS-HDR-BATCH-NUMBER     PIC 9(7).
969854 01  WS-HDR-SERVICE-CLASS    PIC X(3).
969854 01  WS-HDR-COMPANY-ID       PIC X(10).
969855 01  WS-BT-ENTRY-COUNT       PIC 9(6).
969855 01  WS-BT-HASH-SUM          PIC 9(15).
969856 01  WS-BT-DEBIT-TOTAL       PIC 9(10)V99.
969856 01  WS-BT-CREDIT-TOTAL      PIC 9(10)V99.
969857 01  WS-FL-BATCH-COUNT       PIC 9(6) VALUE 0.
969857 01  WS-FL-ENTRY-COUNT       PIC 9(8) VALUE 0.
969858 01  WS-FL-HASH-SUM          PIC 9(15) VALUE 0.
969858 01  WS-FL-DEBIT-TOTAL       PIC 9(10)V99 VALUE 0.
969859 01  WS-FL-CREDIT-TOTAL      PIC 9(10)V99 VALUE 0.
969859 01  WS-FC-BLOCK-COUNT       PIC 9(6) VALUE 0.
969860 01  WS-HASH-10              PIC 9(10).
969860 01  WS-BLOCKS               PIC 9(6).
969861 01  WS-TC-CLASS             PIC 9.
969861 01  WS-TC-QUOTIENT          PIC 9(2).
969862 01  WS-BATCH-TABLE.
969862     05  WS-BATCH-ENTRY OCCURS 500 TIMES.
969863         10  WS-BT-OK            PIC X.
969863         10  WS-BT-REASON        PIC X(30).
969864*The batch an entry is posted under, taken from its header.
969864 01  WS-CUR-BATCH-SEQ        PIC 9(4) VALUE 0.
969865 01  WS-CUR-BATCH-NUMBER     PIC 9(7).
969865 01  WS-CUR-SERVICE-CLASS    PIC X(3).
969866 01  WS-CUR-COMPANY-NAME     PIC X(16).
969866 01  WS-CUR-COMPANY-ID       PIC X(10).
969867 01  WS-CUR-SEC-CODE         PIC X(3).
969867 01  WS-CUR-ENTRY-DESC       PIC X(10).
969868 01  WS-CUR-ODFI-ID          PIC X(8).
969868 01  WS-LAST-APPLIED         PIC 9(6) VALUE 0.
969869*Posting an entry.
969869 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
969870 01  WS-NEW-BALANCE          PIC S9(9)V99 COMP-3.
969870 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
969871 01  WS-AVAILABLE-BAL        PIC S9(9)V99 COMP-3.
972145 01  WS-OD-FEE               PIC 9(3)V99.
972145 01  WS-PRODUCT-FOUND        PIC X.
972146     COPY PRODREC.
969872 01  WS-DEBIT-TYPE           PIC X(2) VALUE "DR".
969872 01  WS-CREDIT-TYPE          PIC X(2) VALUE "CR".
969873 01  WS-POST-TYPE            PIC X(2).
969873 01  WS-ACCT-VALID           PIC X VALUE 'N'.
969874 01  WS-ACCT-PARSED          PIC X VALUE 'N'.
969874 01  WS-ACCT-VALUE           PIC 9(17).
969875 01  WS-STOP-FLAG            PIC X VALUE 'N'.
969875 01  WS-FROZEN               PIC X VALUE 'N'.
969876 01  WS-ENTRY-KIND           PIC X.
969876     88  WS-CREDIT-ENTRY         VALUE 'C'.
969877     88  WS-DEBIT-ENTRY          VALUE 'D'.
969877     88  WS-PRENOTE-ENTRY        VALUE 'N'.
969878     88  WS-OTHER-ENTRY          VALUE 'X'.
969878 01  WS-RETURN-CODE          PIC X(3).
969879 01  WS-RETURN-REASON        PIC X(30).
969879 01  WS-POST-DESC            PIC X(30).
969880 01  WS-TRAN-CODE            PIC X(4).
969880 01  WS-RCVY-RESULT          PIC X.
969881 01  WS-RCVY-OUTSTANDING     PIC S9(9)V99 COMP-3.
980094 01  WS-RCVY-CHANNEL         PIC X VALUE 'E'.
969881 01  WS-POSTED-CR-COUNT      PIC 9(6) VALUE 0.
969882 01  WS-POSTED-DR-COUNT      PIC 9(6) VALUE 0.
969882 01  WS-RETURNED-COUNT       PIC 9(6) VALUE 0.
969883 01  WS-PRENOTE-COUNT        PIC 9(6) VALUE 0.
969883 01  WS-BATCH-HELD-COUNT     PIC 9(6) VALUE 0.
969884 01  WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
969884 01  WS-FEES-POSTED          PIC 9(6) VALUE 0.
979910 01  WS-SWEEP-FUNCTION       PIC X(4) VALUE "POST".
979910 01  WS-SWEEP-FEE            PIC 9(3)V99.
979911 01  WS-SWEEPS-POSTED        PIC 9(6) VALUE 0.
979911 01  WS-SWEEP-NEED           PIC S9(9)V99 COMP-3.
979912 01  WS-SWEEP-AMOUNT         PIC S9(9)V99 COMP-3.
979912 01  WS-SWEEP-CHK-ACCT       PIC 9(8).
979913 01  WS-SWEEP-SAV-ACCT       PIC 9(8).
979913 01  WS-SWEEP-SAV-BALANCE    PIC S9(9)V99 COMP-3.
979914 01  WS-SWEEP-CHK-BALANCE    PIC S9(9)V99 COMP-3.
979914 01  WS-SWEEP-RESULT         PIC X.
969893*Return reasons, in the order the listing totals them.
969893 01  WS-RETURN-CODE-VALUES.
969894     05  FILLER              PIC X(33)
969894         VALUE "R01INSUFFICIENT FUNDS".
969895     05  FILLER              PIC X(33)
969895         VALUE "R02ACCOUNT CLOSED".
969896     05  FILLER              PIC X(33)
969896         VALUE "R03NO ACCOUNT/UNABLE TO LOCATE".
969897     05  FILLER              PIC X(33)
969897         VALUE "R04INVALID ACCOUNT NUMBER".
969898     05  FILLER              PIC X(33)
969898         VALUE "R08PAYMENT STOPPED".
969899     05  FILLER              PIC X(33)
969899         VALUE "R16ACCOUNT FROZEN".
969900     05  FILLER              PIC X(33)
969900         VALUE "R17FILE RECORD EDIT CRITERIA".
969901     05  FILLER              PIC X(33)
969901         VALUE "R20NON-TRANSACTION ACCOUNT".
969902 01  WS-RETURN-CODE-TABLE REDEFINES WS-RETURN-CODE-VALUES.
969902     05  WS-RC-ENTRY OCCURS 8 TIMES.
969903         10  WS-RC-CODE          PIC X(3).
969903         10  WS-RC-TEXT          PIC X(30).
969904 01  WS-RC-COUNTS.
969904     05  WS-RC-COUNT         PIC 9(6) OCCURS 8 TIMES.
969905 01  WS-RC-IX                PIC 9(2).
969905*Outbound return file.
969906 01  WS-RTN-OPEN             PIC X VALUE 'N'.
969906 01  WS-RTN-BATCH-OPEN       PIC X VALUE 'N'.
969907 01  WS-RTN-FOR-BATCH        PIC 9(4) VALUE 0.
969907 01  WS-RTN-BATCH-NUMBER     PIC 9(7) VALUE 0.
969908 01  WS-RTN-ENTRY-SEQ        PIC 9(7) VALUE 0.
969908 01  WS-RTN-TRACE            PIC 9(15).
969909 01  WS-RTN-RECORD-COUNT     PIC 9(6) VALUE 0.
969909 01  WS-RTN-BATCH-COUNT      PIC 9(6) VALUE 0.
969910 01  WS-RB-ENTRY-COUNT       PIC 9(6).
969910 01  WS-RB-HASH-SUM          PIC 9(15).
969911 01  WS-RB-DEBIT-TOTAL       PIC 9(10)V99.
969911 01  WS-RB-CREDIT-TOTAL      PIC 9(10)V99.
969912 01  WS-RB-SERVICE-CLASS     PIC X(3).
969912 01  WS-RB-COMPANY-ID        PIC X(10).
969913 01  WS-RF-ENTRY-COUNT       PIC 9(8) VALUE 0.
969913 01  WS-RF-HASH-SUM          PIC 9(15) VALUE 0.
969914 01  WS-RF-DEBIT-TOTAL       PIC 9(10)V99 VALUE 0.
969914 01  WS-RF-CREDIT-TOTAL      PIC 9(10)V99 VALUE 0.
969915 01  WS-ODFI-NUMERIC         PIC 9(8).
969915*Check digit of a routing number: weights 3 7 1 over the eight
969916*identification digits.
969916 01  WS-CD-ROUTING           PIC 9(8).
969917 01  WS-CD-DIGITS REDEFINES WS-CD-ROUTING.
969917     05  WS-CD-DIGIT         PIC 9 OCCURS 8 TIMES.
969918 01  WS-CD-WEIGHT-VALUES     PIC 9(8) VALUE 37137137.
969918 01  WS-CD-WEIGHTS REDEFINES WS-CD-WEIGHT-VALUES.
969919     05  WS-CD-WEIGHT        PIC 9 OCCURS 8 TIMES.
969919 01  WS-CD-IX                PIC 9.
969920 01  WS-CD-SUM               PIC 9(4).
969920 01  WS-CD-QUOTIENT          PIC 9(4).
969921 01  WS-CD-REMAINDER         PIC 9.
969921 01  WS-CD-RESULT            PIC 9.
969922*Disposition listing.
969922 01  WS-LIST-BATCH-SEQ       PIC 9(4) VALUE 0.
969923 01  WS-LIST-ENTRY-COUNT     PIC 9(6) VALUE 0.
969923 01  WS-LIST-CR-COUNT        PIC 9(6) VALUE 0.
969924 01  WS-LIST-CR-TOTAL        PIC 9(10)V99 VALUE 0.
969924 01  WS-LIST-DR-COUNT        PIC 9(6) VALUE 0.
969925 01  WS-LIST-DR-TOTAL        PIC 9(10)V99 VALUE 0.
969925 01  WS-LIST-RTN-COUNT       PIC 9(6) VALUE 0.
969926 01  WS-LIST-RTN-TOTAL       PIC 9(10)V99 VALUE 0.
969926 01  WS-LIST-PRE-COUNT       PIC 9(6) VALUE 0.
969927 01  WS-LIST-HELD-COUNT      PIC 9(6) VALUE 0.
969927 01  WS-LIST-HELD-TOTAL      PIC 9(10)V99 VALUE 0.
969928 01  WS-AMOUNT-DISP          PIC Z,ZZZ,ZZZ,ZZ9.99.
969928 01  WS-BATCH-LINE.
969929     05  FILLER              PIC X(6) VALUE "BATCH ".
969929     05  BH-BATCH-NUMBER     PIC 9(7).
969930     05  FILLER              PIC X(1) VALUE SPACES.
969930     05  BH-COMPANY-NAME     PIC X(16).
969931     05  FILLER              PIC X(4) VALUE " ID ".
969931     05  BH-COMPANY-ID       PIC X(10).
969932     05  FILLER              PIC X(1) VALUE SPACES.
969932     05  BH-SEC-CODE         PIC X(3).
969933     05  FILLER              PIC X(1) VALUE SPACES.
969933     05  BH-ENTRY-DESC       PIC X(10).
969934     05  FILLER              PIC X(6) VALUE " ODFI ".
969934     05  BH-ODFI-ID          PIC X(8).
969935 01  WS-DETAIL-LINE.
969935     05  DT-TRACE-NUMBER     PIC 9(15).
969936     05  FILLER              PIC X(1) VALUE SPACES.
969936     05  DT-DFI-ACCOUNT      PIC X(17).
969937     05  FILLER              PIC X(1) VALUE SPACES.
969937     05  DT-TRAN-CODE        PIC 9(2).
969938     05  FILLER              PIC X(1) VALUE SPACES.
969938     05  DT-AMOUNT           PIC ZZZZZZZ9.99.
969939     05  FILLER              PIC X(1) VALUE SPACES.
969939     05  DT-NAME             PIC X(14).
969940     05  FILLER              PIC X(1) VALUE SPACES.
969940     05  DT-DISPOSITION      PIC X(16).
969941 01  WS-REASON-LINE.
969941     05  FILLER              PIC X(16) VALUE SPACES.
969942     05  FILLER              PIC X(15) VALUE "RETURN REASON: ".
969942     05  RL-REASON           PIC X(30).
969943 01  WS-CODE-LINE.
969943     05  FILLER              PIC X(2) VALUE SPACES.
969944     05  CL-CODE             PIC X(3).
969944     05  FILLER              PIC X(1) VALUE SPACES.
969945     05  CL-TEXT             PIC X(30).
969945     05  FILLER              PIC X(1) VALUE SPACES.
969946     05  CL-COUNT            PIC ZZZZZ9.
969946 PROCEDURE DIVISION.
969947 MAIN-PARA.
969947     PERFORM SET-BUSINESS-DATE
969948     CALL "PERIOD_CHECK" USING WS-BUSINESS-DATE WS-PERIOD-FLAG
969948     IF WS-PERIOD-FLAG = 'C'
969949         DISPLAY "Accounting period is closed - ACH file not run."
969949         MOVE 8 TO RETURN-CODE
969950     ELSE
969950         PERFORM RECEIVE-THE-FILE
969951     END-IF
969951     GOBACK.
969952 SET-BUSINESS-DATE.
969952     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
969953     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
969953     IF WS-BUS-DATE-ENV NOT = SPACES
969954         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
969954         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
969955             TO WS-BUSINESS-DATE
969955     END-IF
969956     EXIT.
969956 RECEIVE-THE-FILE.
969957*The whole file is proved before anything is posted: a file whose
969957*structure or file control totals are wrong is rejected outright
969958*and must be sent again; a batch whose own control totals are
969958*wrong is held back and the rest of the file is posted.
969959     OPEN OUTPUT REPORT-FILE
969959     PERFORM PROVE-THE-FILE
969960     PERFORM PRINT-LISTING-HEADER
969960     EVALUATE TRUE
969961         WHEN WS-RECORD-SEQ = 0
969961             MOVE "NO ACH FILE FOR THIS BUSINESS DATE"
969962                 TO REPORT-LINE
969962             WRITE REPORT-LINE
969963             DISPLAY "No ACH file for this business date."
969963         WHEN WS-FILE-OK = 'N'
969964             MOVE SPACES TO REPORT-LINE
969964             STRING "*** FILE REJECTED - " DELIMITED BY SIZE
969965                 WS-FILE-REASON DELIMITED BY SIZE
969965                 INTO REPORT-LINE
969966             WRITE REPORT-LINE
969966             MOVE "*** NOTHING POSTED - OBTAIN A CORRECTED FILE"
969967                 TO REPORT-LINE
969967             WRITE REPORT-LINE
969968             DISPLAY "ACH file rejected: " WS-FILE-REASON
969968             MOVE 8 TO RETURN-CODE
969969         WHEN OTHER
969969             PERFORM POST-THE-FILE
969970             PERFORM BUILD-RETURNS-AND-LISTING
969970     END-EVALUATE
969971     CLOSE REPORT-FILE
969971     DISPLAY "ACH credits posted: " WS-POSTED-CR-COUNT
969972     DISPLAY "ACH debits posted: " WS-POSTED-DR-COUNT
969972     DISPLAY "Prenotifications: " WS-PRENOTE-COUNT
969973     DISPLAY "Entries returned: " WS-RETURNED-COUNT
969973     DISPLAY "Entries in rejected batches: " WS-BATCH-HELD-COUNT
969974     DISPLAY "Skipped (already processed): " WS-SKIPPED-COUNT
969974     DISPLAY "Overdraft fees posted: " WS-FEES-POSTED
969975     DISPLAY "Overdraft protection sweeps: " WS-SWEEPS-POSTED
969975     EXIT.
969976 PROVE-THE-FILE.
969976     MOVE 'N' TO WS-ACH-EOF
969977     MOVE 0 TO WS-RECORD-SEQ
969977     OPEN INPUT ACH-IN-FILE
969978     IF WS-ACHIN-FILE-STATUS = "00"
969978         PERFORM UNTIL WS-ACH-EOF = 'Y' OR WS-FILE-OK = 'N'
969979             READ ACH-IN-FILE INTO ACH-RECORD
969979                 AT END
969980                     MOVE 'Y' TO WS-ACH-EOF
969980                 NOT AT END
969981                     ADD 1 TO WS-RECORD-SEQ
969981                     PERFORM PROVE-ONE-RECORD
969982                     MOVE ACH-RECORD-TYPE TO WS-PRIOR-TYPE
969982             END-READ
969983         END-PERFORM
969983         CLOSE ACH-IN-FILE
969984         IF WS-RECORD-SEQ > 0 AND WS-FILE-OK = 'Y'
969984             PERFORM PROVE-FILE-END
969985         END-IF
969985     END-IF
969986     EXIT.
969986 PROVE-ONE-RECORD.
969987     EVALUATE TRUE
969987         WHEN ACH-RECORD-TYPE = '1'
969988             PERFORM PROVE-FILE-HEADER
969988         WHEN WS-HEADER-SEEN = 'N'
969989             MOVE "FILE HEADER MISSING" TO WS-FILE-REASON
969989             MOVE 'N' TO WS-FILE-OK
969990         WHEN WS-CONTROL-SEEN = 'Y'
969990*Only block padding may follow the file control record.
969991             IF ACH-RECORD NOT = ALL '9'
969991                 MOVE "RECORDS AFTER FILE CONTROL"
969992                     TO WS-FILE-REASON
969992                 MOVE 'N' TO WS-FILE-OK
969993             END-IF
969993         WHEN ACH-RECORD-TYPE = '5'
969994             PERFORM PROVE-BATCH-HEADER
969994         WHEN ACH-RECORD-TYPE = '6'
969995             PERFORM PROVE-ENTRY-DETAIL
969995         WHEN ACH-RECORD-TYPE = '7'
969996             IF WS-PRIOR-TYPE NOT = '6'
969996                 AND WS-PRIOR-TYPE NOT = '7'
969997                 MOVE "ADDENDA WITHOUT ENTRY DETAIL"
969997                     TO WS-FILE-REASON
969998                 MOVE 'N' TO WS-FILE-OK
969998             ELSE
969999                 ADD 1 TO WS-BT-ENTRY-COUNT
969999             END-IF
970000         WHEN ACH-RECORD-TYPE = '8'
970000             PERFORM PROVE-BATCH-CONTROL
970001         WHEN ACH-RECORD-TYPE = '9'
970001             PERFORM PROVE-FILE-CONTROL
970002         WHEN OTHER
970002             MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-REASON
970003             MOVE 'N' TO WS-FILE-OK
970003     END-EVALUATE
970004     EXIT.
970004 PROVE-FILE-HEADER.
970005     IF WS-RECORD-SEQ NOT = 1
970005         MOVE "FILE HEADER OUT OF PLACE" TO WS-FILE-REASON
970006         MOVE 'N' TO WS-FILE-OK
970006     ELSE
970007         MOVE 'Y' TO WS-HEADER-SEEN
970007         MOVE AFH-ORIGIN TO WS-FILE-ORIGIN
970008         MOVE AFH-CREATE-DATE TO WS-FILE-DATE
970008         MOVE AFH-CREATE-TIME TO WS-FILE-TIME
970009         MOVE AFH-ID-MODIFIER TO WS-FILE-MODIFIER
970009         MOVE AFH-ORIGIN-NAME TO WS-FILE-ORIGIN-NAME
970010         MOVE AFH-DEST-NAME TO WS-FILE-DEST-NAME
970010         MOVE AFH-DESTINATION TO WS-DESTINATION
970011         IF WS-OUR-ROUTING IS NOT NUMERIC
970011             MOVE "IMMEDIATE DESTINATION NOT A ROUTING NUMBER"
970012                 TO WS-FILE-REASON
970012             MOVE 'N' TO WS-FILE-OK
970013         END-IF
970013     END-IF
970014     EXIT.
970014 PROVE-BATCH-HEADER.
970015     IF WS-BATCH-OPEN = 'Y'
970015         MOVE "BATCH HEADER BEFORE BATCH CONTROL"
970016             TO WS-FILE-REASON
970016         MOVE 'N' TO WS-FILE-OK
970017     ELSE
970017         IF WS-BATCH-SEQ NOT < WS-MAX-BATCHES
970018             MOVE "TOO MANY BATCHES IN FILE" TO WS-FILE-REASON
970018             MOVE 'N' TO WS-FILE-OK
970019         ELSE
970019             ADD 1 TO WS-BATCH-SEQ
970020             MOVE 'Y' TO WS-BATCH-OPEN
970020             MOVE 'Y' TO WS-BT-OK(WS-BATCH-SEQ)
970021             MOVE SPACES TO WS-BT-REASON(WS-BATCH-SEQ)
970021             MOVE ABH-BATCH-NUMBER TO WS-HDR-BATCH-NUMBER
970022             MOVE ABH-SERVICE-CLASS TO WS-HDR-SERVICE-CLASS
970022             MOVE ABH-COMPANY-ID TO WS-HDR-COMPANY-ID
970023             MOVE 0 TO WS-BT-ENTRY-COUNT
970023             MOVE 0 TO WS-BT-HASH-SUM
970024             MOVE 0 TO WS-BT-DEBIT-TOTAL
970024             MOVE 0 TO WS-BT-CREDIT-TOTAL
970025         END-IF
970025     END-IF
970026     EXIT.
970026 PROVE-ENTRY-DETAIL.
970027     IF WS-BATCH-OPEN = 'N'
970027         MOVE "ENTRY DETAIL OUTSIDE A BATCH" TO WS-FILE-REASON
970028         MOVE 'N' TO WS-FILE-OK
970028     ELSE
970029         IF AED-TRAN-CODE IS NOT NUMERIC
970029             OR AED-RDFI-ID IS NOT NUMERIC
970030             OR AED-AMOUNT IS NOT NUMERIC
970030             OR AED-TRACE-NUMBER IS NOT NUMERIC
970031             MOVE "ENTRY DETAIL FIELDS NOT NUMERIC"
970031                 TO WS-FILE-REASON
970032             MOVE 'N' TO WS-FILE-OK
970032         ELSE
970033             ADD 1 TO WS-BT-ENTRY-COUNT
970033             ADD AED-RDFI-ID TO WS-BT-HASH-SUM
970034             PERFORM CLASSIFY-TRAN-CODE
970034             EVALUATE TRUE
970035                 WHEN WS-TC-CLASS >= 1 AND WS-TC-CLASS <= 4
970035                     ADD AED-AMOUNT TO WS-BT-CREDIT-TOTAL
970036                 WHEN WS-TC-CLASS >= 6
970036                     ADD AED-AMOUNT TO WS-BT-DEBIT-TOTAL
970037                 WHEN OTHER
970037                     CONTINUE
970038             END-EVALUATE
970038         END-IF
970039     END-IF
970039     EXIT.
970040 CLASSIFY-TRAN-CODE.
970040*The last digit of the transaction code gives the direction: 1-4
970041*credits (3 a prenotification), 6-9 debits (8 a prenotification).
970041     DIVIDE AED-TRAN-CODE BY 10 GIVING WS-TC-QUOTIENT
970042         REMAINDER WS-TC-CLASS
970042     EXIT.
970043 PROVE-BATCH-CONTROL.
970043     IF WS-BATCH-OPEN = 'N'
970044         MOVE "BATCH CONTROL WITHOUT BATCH HEADER"
970044             TO WS-FILE-REASON
970045         MOVE 'N' TO WS-FILE-OK
970045     ELSE
970046         IF ABC-ENTRY-COUNT IS NOT NUMERIC
970046             OR ABC-ENTRY-HASH IS NOT NUMERIC
970047             OR ABC-DEBIT-TOTAL IS NOT NUMERIC
970047             OR ABC-CREDIT-TOTAL IS NOT NUMERIC
970048             OR ABC-BATCH-NUMBER IS NOT NUMERIC
970048             MOVE "BATCH CONTROL FIELDS NOT NUMERIC"
970049                 TO WS-FILE-REASON
970049             MOVE 'N' TO WS-FILE-OK
970050         ELSE
970050             MOVE 'N' TO WS-BATCH-OPEN
970051             ADD 1 TO WS-FL-BATCH-COUNT
970051             ADD WS-BT-ENTRY-COUNT TO WS-FL-ENTRY-COUNT
970052             ADD WS-BT-HASH-SUM TO WS-FL-HASH-SUM
970052             ADD WS-BT-DEBIT-TOTAL TO WS-FL-DEBIT-TOTAL
970053             ADD WS-BT-CREDIT-TOTAL TO WS-FL-CREDIT-TOTAL
970053             MOVE WS-BT-HASH-SUM TO WS-HASH-10
970054             EVALUATE TRUE
970054                 WHEN ABC-BATCH-NUMBER NOT = WS-HDR-BATCH-NUMBER
970055                     OR ABC-SERVICE-CLASS
970055                         NOT = WS-HDR-SERVICE-CLASS
970056                     OR ABC-COMPANY-ID NOT = WS-HDR-COMPANY-ID
970056                     MOVE "CONTROL DOES NOT MATCH HEADER"
970057                         TO WS-BT-REASON(WS-BATCH-SEQ)
970057                 WHEN ABC-ENTRY-COUNT NOT = WS-BT-ENTRY-COUNT
970058                     MOVE "ENTRY/ADDENDA COUNT OUT"
970058                         TO WS-BT-REASON(WS-BATCH-SEQ)
970059                 WHEN ABC-ENTRY-HASH NOT = WS-HASH-10
970059                     MOVE "ENTRY HASH OUT"
970060                         TO WS-BT-REASON(WS-BATCH-SEQ)
970060                 WHEN ABC-DEBIT-TOTAL NOT = WS-BT-DEBIT-TOTAL
970061                     MOVE "DEBIT TOTAL OUT"
970061                         TO WS-BT-REASON(WS-BATCH-SEQ)
970062                 WHEN ABC-CREDIT-TOTAL NOT = WS-BT-CREDIT-TOTAL
970062                     MOVE "CREDIT TOTAL OUT"
970063                         TO WS-BT-REASON(WS-BATCH-SEQ)
970063                 WHEN OTHER
970064                     CONTINUE
970064             END-EVALUATE
970065             IF WS-BT-REASON(WS-BATCH-SEQ) NOT = SPACES
970065                 MOVE 'N' TO WS-BT-OK(WS-BATCH-SEQ)
970066                 ADD 1 TO WS-BATCHES-REJECTED
970066                 DISPLAY "ACH batch " ABC-BATCH-NUMBER
970067                     " rejected: " WS-BT-REASON(WS-BATCH-SEQ)
970067             END-IF
970068         END-IF
970068     END-IF
970069     EXIT.
970069 PROVE-FILE-CONTROL.
970070*File control totals are proved against the detail itself, so a
970070*file that disagrees with its own entries is never posted.
970071     MOVE WS-FL-HASH-SUM TO WS-HASH-10
970071     EVALUATE TRUE
970072         WHEN WS-BATCH-OPEN = 'Y'
970072             MOVE "BATCH NOT CLOSED BEFORE FILE CONTROL"
970073                 TO WS-FILE-REASON
970073             MOVE 'N' TO WS-FILE-OK
970074         WHEN AFC-BATCH-COUNT IS NOT NUMERIC
970074             OR AFC-BLOCK-COUNT IS NOT NUMERIC
970075             OR AFC-ENTRY-COUNT IS NOT NUMERIC
970075             OR AFC-ENTRY-HASH IS NOT NUMERIC
970076             OR AFC-DEBIT-TOTAL IS NOT NUMERIC
970076             OR AFC-CREDIT-TOTAL IS NOT NUMERIC
970077             MOVE "FILE CONTROL FIELDS NOT NUMERIC"
970077                 TO WS-FILE-REASON
970078             MOVE 'N' TO WS-FILE-OK
970078         WHEN AFC-BATCH-COUNT NOT = WS-FL-BATCH-COUNT
970079             MOVE "FILE BATCH COUNT OUT" TO WS-FILE-REASON
970079             MOVE 'N' TO WS-FILE-OK
970080         WHEN AFC-ENTRY-COUNT NOT = WS-FL-ENTRY-COUNT
970080             MOVE "FILE ENTRY/ADDENDA COUNT OUT" TO WS-FILE-REASON
970081             MOVE 'N' TO WS-FILE-OK
970081         WHEN AFC-ENTRY-HASH NOT = WS-HASH-10
970082             MOVE "FILE ENTRY HASH OUT" TO WS-FILE-REASON
970082             MOVE 'N' TO WS-FILE-OK
970083         WHEN AFC-DEBIT-TOTAL NOT = WS-FL-DEBIT-TOTAL
970083             MOVE "FILE DEBIT TOTAL OUT" TO WS-FILE-REASON
970084             MOVE 'N' TO WS-FILE-OK
970084         WHEN AFC-CREDIT-TOTAL NOT = WS-FL-CREDIT-TOTAL
970085             MOVE "FILE CREDIT TOTAL OUT" TO WS-FILE-REASON
970085             MOVE 'N' TO WS-FILE-OK
970086         WHEN OTHER
970086             MOVE 'Y' TO WS-CONTROL-SEEN
970087             MOVE AFC-BLOCK-COUNT TO WS-FC-BLOCK-COUNT
970087     END-EVALUATE
970088     EXIT.
970088 PROVE-FILE-END.
970089     COMPUTE WS-BLOCKS = (WS-RECORD-SEQ + 9) / 10
970089     EVALUATE TRUE
970090         WHEN WS-BATCH-OPEN = 'Y'
970090             MOVE "LAST BATCH NOT CLOSED" TO WS-FILE-REASON
970091             MOVE 'N' TO WS-FILE-OK
970091         WHEN WS-CONTROL-SEEN = 'N'
970092             MOVE "FILE CONTROL RECORD MISSING" TO WS-FILE-REASON
970092             MOVE 'N' TO WS-FILE-OK
970093         WHEN WS-FC-BLOCK-COUNT NOT = WS-BLOCKS
970093             MOVE "FILE BLOCK COUNT OUT" TO WS-FILE-REASON
970094             MOVE 'N' TO WS-FILE-OK
970094         WHEN OTHER
970095             CONTINUE
970095     END-EVALUATE
970096     EXIT.
970096 POST-THE-FILE.
970097     PERFORM READ-CHECKPOINT
970097     DISPLAY "Resuming after record: " WS-LAST-APPLIED
970098     MOVE 'N' TO WS-ACH-EOF
970098     MOVE 0 TO WS-RECORD-SEQ
970099     MOVE 0 TO WS-CUR-BATCH-SEQ
970099     OPEN INPUT ACH-IN-FILE
970100     OPEN I-O ACCOUNT-MASTER-FILE
970100     PERFORM OPEN-LEGAL-FILES
970101     OPEN EXTEND ITEM-FILE
970101     PERFORM UNTIL WS-ACH-EOF = 'Y'
970102         READ ACH-IN-FILE INTO ACH-RECORD
970102             AT END
970103                 MOVE 'Y' TO WS-ACH-EOF
970103             NOT AT END
970104                 ADD 1 TO WS-RECORD-SEQ
970104                 EVALUATE ACH-RECORD-TYPE
970105                     WHEN '5'
970105                         PERFORM TAKE-BATCH-HEADER
970106                     WHEN '6'
970106                         IF WS-RECORD-SEQ <= WS-LAST-APPLIED
970107                             ADD 1 TO WS-SKIPPED-COUNT
970107                         ELSE
970108                             PERFORM PROCESS-ACH-ENTRY
970108                         END-IF
970109                     WHEN OTHER
970109                         CONTINUE
970110                 END-EVALUATE
970110         END-READ
970111     END-PERFORM
970111     CLOSE ACH-IN-FILE
970112     CLOSE ACCOUNT-MASTER-FILE
970112     CLOSE ITEM-FILE
970113     IF WS-LO-OPEN = 'Y'
970113         CLOSE LEGAL-ORDER-FILE
970114     END-IF
970114     IF WS-LA-OPEN = 'Y'
970115         CLOSE LEGAL-ACCOUNT-FILE
970115     END-IF
970116     IF WS-LAST-APPLIED < WS-RECORD-SEQ
970116         MOVE WS-RECORD-SEQ TO WS-LAST-APPLIED
970117         PERFORM WRITE-CHECKPOINT
970117     END-IF
970118     EXIT.
970118 READ-CHECKPOINT.
970119*The checkpoint is honoured only for the file that wrote it, so a
970119*file sent a second time posts nothing twice.
970120     MOVE 0 TO WS-LAST-APPLIED
970120     OPEN INPUT CHECKPOINT-FILE
970121     IF WS-CKPT-FILE-STATUS = "00"
970121         READ CHECKPOINT-FILE
970122             AT END
970122                 CONTINUE
970123             NOT AT END
970123                 IF CKP-FILE-ID = WS-FILE-ID
970124                     MOVE CKP-LAST-RECORD TO WS-LAST-APPLIED
970124                 END-IF
970125         END-READ
970125         CLOSE CHECKPOINT-FILE
970126     END-IF
970126     EXIT.
970127 WRITE-CHECKPOINT.
970127     OPEN OUTPUT CHECKPOINT-FILE
970128     MOVE WS-FILE-ID TO CKP-FILE-ID
970128     MOVE WS-LAST-APPLIED TO CKP-LAST-RECORD
970129     WRITE CHECKPOINT-RECORD
970129     CLOSE CHECKPOINT-FILE
970130     EXIT.
970130 OPEN-LEGAL-FILES.
970131     MOVE 'N' TO WS-LO-OPEN
970131     MOVE 'N' TO WS-LA-OPEN
970132     OPEN INPUT LEGAL-ORDER-FILE
970132     IF WS-LO-FILE-STATUS = "00"
970133         MOVE 'Y' TO WS-LO-OPEN
970133     END-IF
970134     OPEN INPUT LEGAL-ACCOUNT-FILE
970134     IF WS-LA-FILE-STATUS = "00"
970135         MOVE 'Y' TO WS-LA-OPEN
970135     END-IF
970136     EXIT.
970136 TAKE-BATCH-HEADER.
970137     ADD 1 TO WS-CUR-BATCH-SEQ
970137     MOVE ABH-BATCH-NUMBER TO WS-CUR-BATCH-NUMBER
970138     MOVE ABH-SERVICE-CLASS TO WS-CUR-SERVICE-CLASS
970138     MOVE ABH-COMPANY-NAME TO WS-CUR-COMPANY-NAME
970139     MOVE ABH-COMPANY-ID TO WS-CUR-COMPANY-ID
970139     MOVE ABH-SEC-CODE TO WS-CUR-SEC-CODE
970140     MOVE ABH-ENTRY-DESC TO WS-CUR-ENTRY-DESC
970140     MOVE ABH-ODFI-ID TO WS-CUR-ODFI-ID
970141     EXIT.
970141 PROCESS-ACH-ENTRY.
970142     PERFORM BUILD-ITEM-RECORD
970142     MOVE SPACES TO WS-RETURN-CODE
970143     MOVE SPACES TO WS-RETURN-REASON
970143     PERFORM CLASSIFY-TRAN-CODE
970144     EVALUATE TRUE
970144         WHEN AED-TRAN-CODE = 23 OR 28 OR 33 OR 38
970145             SET WS-PRENOTE-ENTRY TO TRUE
970145         WHEN AED-TRAN-CODE = 22 OR 32
970146             SET WS-CREDIT-ENTRY TO TRUE
970146         WHEN AED-TRAN-CODE = 27 OR 37
970147             SET WS-DEBIT-ENTRY TO TRUE
970147         WHEN OTHER
970148             SET WS-OTHER-ENTRY TO TRUE
970148     END-EVALUATE
970149     EVALUATE TRUE
970149         WHEN WS-BT-OK(WS-CUR-BATCH-SEQ) = 'N'
970150             MOVE 'B' TO AI-DISPOSITION
970150             MOVE WS-BT-REASON(WS-CUR-BATCH-SEQ) TO AI-REASON
970151             ADD 1 TO WS-BATCH-HELD-COUNT
970151         WHEN WS-OTHER-ENTRY
970152             MOVE "R20" TO WS-RETURN-CODE
970152             MOVE "NOT A DEPOSIT ACCOUNT ENTRY"
970153                 TO WS-RETURN-REASON
970153         WHEN OTHER
970154             PERFORM LOCATE-ACH-ACCOUNT
970154     END-EVALUATE
970155     IF WS-RETURN-CODE NOT = SPACES
970155         PERFORM RETURN-ACH-ENTRY
970156     END-IF
970156     WRITE ACH-ITEM-RECORD
970157     MOVE WS-RECORD-SEQ TO WS-LAST-APPLIED
970157     PERFORM WRITE-CHECKPOINT
970158     EXIT.
970158 BUILD-ITEM-RECORD.
970159     MOVE WS-FILE-ID TO AI-FILE-ID
970159     MOVE WS-BUSINESS-DATE TO AI-BUS-DATE
970160     MOVE WS-RECORD-SEQ TO AI-RECORD-SEQ
970160     MOVE WS-CUR-BATCH-SEQ TO AI-BATCH-SEQ
970161     MOVE WS-CUR-BATCH-NUMBER TO AI-BATCH-NUMBER
970161     MOVE WS-CUR-SERVICE-CLASS TO AI-SERVICE-CLASS
970162     MOVE WS-CUR-COMPANY-NAME TO AI-COMPANY-NAME
970162     MOVE WS-CUR-COMPANY-ID TO AI-COMPANY-ID
970163     MOVE WS-CUR-SEC-CODE TO AI-SEC-CODE
970163     MOVE WS-CUR-ENTRY-DESC TO AI-ENTRY-DESC
970164     MOVE WS-CUR-ODFI-ID TO AI-ODFI-ID
970164     MOVE AED-TRAN-CODE TO AI-TRAN-CODE
970165     MOVE AED-RDFI-ID TO AI-RDFI-ID
970165     MOVE AED-RDFI-CHECK TO AI-RDFI-CHECK
970166     MOVE AED-DFI-ACCOUNT TO AI-DFI-ACCOUNT
970166     MOVE 0 TO AI-ACCT-NUMBER
970167     MOVE AED-AMOUNT TO AI-AMOUNT
970167     MOVE AED-INDIVIDUAL-ID TO AI-INDIVIDUAL-ID
970168     MOVE AED-INDIVIDUAL-NAME TO AI-INDIVIDUAL-NAME
970168     MOVE AED-TRACE-NUMBER TO AI-TRACE-NUMBER
970169     MOVE SPACES TO AI-DISPOSITION
970169     MOVE SPACES TO AI-RETURN-CODE
970170     MOVE SPACES TO AI-REASON
970170     EXIT.
970171 LOCATE-ACH-ACCOUNT.
970171*The receiving account must be one of ours, pass its check digit
970172*and be open to the kind of entry presented.
970172     PERFORM PARSE-DFI-ACCOUNT
970173     IF WS-ACCT-PARSED = 'Y'
970173         CALL "CHECK_DIGIT" USING AI-ACCT-NUMBER WS-ACCT-VALID
970174     END-IF
970174     IF WS-ACCT-PARSED = 'N' OR WS-ACCT-VALID = 'N'
970175         MOVE "R04" TO WS-RETURN-CODE
970175         MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-REASON
970176     ELSE
970176         MOVE AI-ACCT-NUMBER TO ACCT-NUMBER
970177         READ ACCOUNT-MASTER-FILE
970177             INVALID KEY
970178                 MOVE "R03" TO WS-RETURN-CODE
970178                 MOVE "NO SUCH ACCOUNT" TO WS-RETURN-REASON
970179             NOT INVALID KEY
970179                 PERFORM CHECK-ACH-ACCOUNT
970180         END-READ
970180     END-IF
970181     EXIT.
970181 PARSE-DFI-ACCOUNT.
970182*The account number is sent left-justified in a 17-character field
970182*and may carry leading zeros.
970183     MOVE 'N' TO WS-ACCT-PARSED
970183     MOVE 'N' TO WS-ACCT-VALID
970184     IF AI-DFI-ACCOUNT NOT = SPACES
970184         AND FUNCTION TRIM(AI-DFI-ACCOUNT) IS NUMERIC
970185         MOVE FUNCTION NUMVAL(AI-DFI-ACCOUNT) TO WS-ACCT-VALUE
970185         IF WS-ACCT-VALUE > 0 AND WS-ACCT-VALUE <= 99999999
970186             MOVE WS-ACCT-VALUE TO AI-ACCT-NUMBER
970186             MOVE 'Y' TO WS-ACCT-PARSED
970187         END-IF
970187     END-IF
970188     EXIT.
970188 CHECK-ACH-ACCOUNT.
970189*A charged-off account takes credits only, as recoveries; a
970189*restricted account, or one under a court freeze, takes credits
970190*but no debits.
972146*Only products open to the ACH channel take entries.
972147     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972147         WS-PRODUCT-FOUND
970190     EVALUATE TRUE
970191         WHEN ACCT-STATUS = 'C' OR ACCT-STATUS = 'E'
970191             MOVE "R02" TO WS-RETURN-CODE
970192             MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON
972148         WHEN PRD-CHAN-ACH NOT = 'Y'
970193             MOVE "R20" TO WS-RETURN-CODE
972148             MOVE "NON-TRANSACTION ACCOUNT" TO WS-RETURN-REASON
970195         WHEN ACCT-STATUS = 'W' AND NOT WS-CREDIT-ENTRY
970195             MOVE "R02" TO WS-RETURN-CODE
970196             MOVE "ACCOUNT CHARGED OFF" TO WS-RETURN-REASON
970196         WHEN ACCT-STATUS = 'R' AND WS-DEBIT-ENTRY
970197             MOVE "R16" TO WS-RETURN-CODE
970197             MOVE "ACCOUNT RESTRICTED" TO WS-RETURN-REASON
970198         WHEN WS-PRENOTE-ENTRY
970198             MOVE 'N' TO AI-DISPOSITION
970199             ADD 1 TO WS-PRENOTE-COUNT
970199         WHEN ACCT-STATUS = 'W'
970200             PERFORM APPLY-ACH-RECOVERY
970200         WHEN WS-CREDIT-ENTRY
970201             PERFORM APPLY-ACH-CREDIT
970201         WHEN OTHER
970202             PERFORM CHECK-COURT-FREEZE
970202             IF WS-FROZEN = 'Y'
970203                 MOVE "R16" TO WS-RETURN-CODE
970203                 MOVE "COURT FREEZE ORDER" TO WS-RETURN-REASON
970204             ELSE
970204                 PERFORM APPLY-ACH-DEBIT
970205             END-IF
970205     END-EVALUATE
970206     EXIT.
970206 CHECK-COURT-FREEZE.
970207*An open court freeze against the account holder that holds funds
970207*on this account stops every debit to it.
970208     MOVE 'N' TO WS-FROZEN
970208     IF WS-LO-OPEN = 'Y' AND WS-LA-OPEN = 'Y'
970209         MOVE 'N' TO WS-LO-EOF
970209         MOVE ACCT-CUST-ID TO LO-CUST-ID
970210         START LEGAL-ORDER-FILE KEY IS = LO-CUST-ID
970210             INVALID KEY
970211                 MOVE 'Y' TO WS-LO-EOF
970211         END-START
970212         PERFORM UNTIL WS-LO-EOF = 'Y' OR WS-FROZEN = 'Y'
970212             READ LEGAL-ORDER-FILE NEXT RECORD
970213                 AT END
970213                     MOVE 'Y' TO WS-LO-EOF
970214                 NOT AT END
970214                     IF LO-CUST-ID NOT = ACCT-CUST-ID
970215                         MOVE 'Y' TO WS-LO-EOF
970215                     ELSE
970216                         PERFORM CHECK-FREEZE-ORDER
970216                     END-IF
970217             END-READ
970217         END-PERFORM
970218     END-IF
970218     EXIT.
970219 CHECK-FREEZE-ORDER.
970219     IF LO-TYPE = 'F' AND LO-STATUS = 'O'
970220         MOVE LO-ID TO LA-ORDER-ID
970220         MOVE ACCT-NUMBER TO LA-ACCT-NUMBER
970221         READ LEGAL-ACCOUNT-FILE
970221             INVALID KEY
970222                 CONTINUE
970222             NOT INVALID KEY
970223                 IF LA-STATUS = 'H'
970223                     MOVE 'Y' TO WS-FROZEN
970224                 END-IF
970224         END-READ
970225     END-IF
970225     EXIT.
970226 APPLY-ACH-CREDIT.
970226     MOVE AI-AMOUNT TO WS-POST-AMOUNT
970227     COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-POST-AMOUNT
970227     MOVE WS-CREDIT-TYPE TO WS-POST-TYPE
970228     MOVE "ACCR" TO WS-TRAN-CODE
970228     PERFORM REWRITE-AND-POST
970229     IF AI-DISPOSITION = 'P'
970229         ADD 1 TO WS-POSTED-CR-COUNT
970230     END-IF
970230     EXIT.
970231 APPLY-ACH-DEBIT.
970231     MOVE AI-AMOUNT TO WS-POST-AMOUNT
970232     MOVE 'N' TO WS-STOP-FLAG
970232     CALL "STOP_CHECK" USING ACCT-NUMBER WS-POST-AMOUNT
970233         WS-STOP-FLAG
970233     CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
970234     IF WS-STOP-FLAG = 'N'
970234         MOVE WS-POST-AMOUNT TO WS-SWEEP-NEED
970235         PERFORM OD-PROTECTION-SWEEP
970235     END-IF
970236     COMPUTE WS-AVAILABLE-BAL =
970236         ACCT-BALANCE + ACCT-OD-LIMIT - WS-HOLD-TOTAL
970237     EVALUATE TRUE
970237         WHEN WS-STOP-FLAG = 'Y'
970238             MOVE "R08" TO WS-RETURN-CODE
970238             MOVE "STOP PAYMENT" TO WS-RETURN-REASON
970239         WHEN WS-POST-AMOUNT > WS-AVAILABLE-BAL
970239             MOVE "R01" TO WS-RETURN-CODE
970240             MOVE "INSUFFICIENT AVAILABLE BALANCE"
970240                 TO WS-RETURN-REASON
970241         WHEN OTHER
970241             COMPUTE WS-NEW-BALANCE =
970242                 ACCT-BALANCE - WS-POST-AMOUNT
970242             MOVE WS-DEBIT-TYPE TO WS-POST-TYPE
970243             MOVE "ACDR" TO WS-TRAN-CODE
970243             PERFORM REWRITE-AND-POST
970244             IF AI-DISPOSITION = 'P'
970244                 ADD 1 TO WS-POSTED-DR-COUNT
970245                 IF ACCT-BALANCE < 0
970245                     PERFORM ASSESS-OVERDRAFT-FEE
970246                 END-IF
970246             END-IF
970247     END-EVALUATE
970247     EXIT.
970248 REWRITE-AND-POST.
970248*The ledger entry names the originator and carries the company
970249*identification and trace number.
970249     MOVE WS-NEW-BALANCE TO ACCT-BALANCE
970250     REWRITE ACCOUNT-RECORD
970250         INVALID KEY
970251             MOVE "R17" TO WS-RETURN-CODE
970251             MOVE "POSTING FAILED" TO WS-RETURN-REASON
970252         NOT INVALID KEY
970252             MOVE SPACES TO WS-POST-DESC
970253             STRING AI-COMPANY-NAME DELIMITED BY "  "
970253                 " " DELIMITED BY SIZE
970254                 AI-ENTRY-DESC DELIMITED BY "  "
970254                 INTO WS-POST-DESC
970255             CALL "POST-TRANSACTION-A" USING ACCT-NUMBER
970255                 WS-POST-TYPE WS-POST-AMOUNT ACCT-BALANCE
970256                 WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
970256                 AI-COMPANY-ID AI-TRACE-NUMBER
970257             MOVE 'P' TO AI-DISPOSITION
970257     END-REWRITE
970258     EXIT.
970258 APPLY-ACH-RECOVERY.
970259*The credit goes against the write-off, not the account balance,
970259*which stays at zero.
970260     MOVE AI-AMOUNT TO WS-POST-AMOUNT
970260     CALL "RECOVERY_POST" USING ACCT-NUMBER WS-POST-AMOUNT
970261         WS-OPERATOR-ID WS-RCVY-RESULT WS-RCVY-OUTSTANDING
980094         WS-RCVY-CHANNEL
970261     IF WS-RCVY-RESULT = 'Y'
970262         MOVE 'P' TO AI-DISPOSITION
970262         MOVE "CHARGE-OFF RECOVERY" TO AI-REASON
970263         ADD 1 TO WS-POSTED-CR-COUNT
970263     ELSE
970264         MOVE "R02" TO WS-RETURN-CODE
970264         MOVE "ACCOUNT CHARGED OFF" TO WS-RETURN-REASON
970265     END-IF
970265     EXIT.
970266 RETURN-ACH-ENTRY.
970266*A refused entry is logged with its return reason; the outbound
970267*return file is built from the log once the file is through.
970267     MOVE 'R' TO AI-DISPOSITION
970268     MOVE WS-RETURN-CODE TO AI-RETURN-CODE
970268     MOVE WS-RETURN-REASON TO AI-REASON
970269     ADD 1 TO WS-RETURNED-COUNT
970269     DISPLAY "ACH entry returned, " WS-RETURN-CODE " "
970270         WS-RETURN-REASON ": " AI-TRACE-NUMBER
970270     EXIT.
972149 ASSESS-OVERDRAFT-FEE.
972149*The fee is the one set on the account's product; a product
972150*that carries no fee is not charged.
972150     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972151         WS-PRODUCT-FOUND
972151     MOVE PRD-OD-FEE TO WS-OD-FEE
972152     IF WS-OD-FEE > 0
972152         PERFORM POST-OVERDRAFT-FEE
972153     END-IF
972153     EXIT.
972154 POST-OVERDRAFT-FEE.
970271     SUBTRACT WS-OD-FEE FROM ACCT-BALANCE
970272     REWRITE ACCOUNT-RECORD
970272         INVALID KEY
970273             DISPLAY "Overdraft fee posting failed: "
970273                 ACCT-NUMBER
970274         NOT INVALID KEY
970274             MOVE WS-OD-FEE TO WS-POST-AMOUNT
970275             MOVE "OVERDRAFT FEE" TO WS-POST-DESC
970275             MOVE "ODFE" TO WS-TRAN-CODE
970276             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
970276                 WS-DEBIT-TYPE WS-POST-AMOUNT ACCT-BALANCE
970277                 WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
970277             ADD 1 TO WS-FEES-POSTED
970278     END-REWRITE
970278     EXIT.
979915 OD-PROTECTION-SWEEP.
979915*A debit of WS-SWEEP-NEED that would take the balance less holds
979916*below zero first draws the shortfall, plus the sweep fee, across
979916*from the protecting account.  OVERDRAFT_SWEEP decides from the
979917*two accounts' products whether the sweep applies and posts it;
979917*if it cannot cover all of it nothing moves and the debit goes
979918*ahead as though the account were unprotected.  The master is
979918*closed across the call, which opens it itself.  Expects the
979919*debited record read and its holds in WS-HOLD-TOTAL; leaves that
979919*record re-read.
979920     IF ACCT-LINKED-ACCT NOT = 0
979920         AND WS-SWEEP-NEED > ACCT-BALANCE - WS-HOLD-TOTAL
979921         MOVE ACCT-NUMBER TO WS-SWEEP-CHK-ACCT
979921         CLOSE ACCOUNT-MASTER-FILE
979922         CALL "OVERDRAFT_SWEEP" USING WS-SWEEP-FUNCTION
979922             WS-SWEEP-CHK-ACCT WS-SWEEP-NEED WS-HOLD-TOTAL
979923             WS-OPERATOR-ID WS-SWEEP-RESULT WS-SWEEP-SAV-ACCT
979923             WS-SWEEP-AMOUNT WS-SWEEP-FEE WS-SWEEP-SAV-BALANCE
979924             WS-SWEEP-CHK-BALANCE
979924         OPEN I-O ACCOUNT-MASTER-FILE
979925         IF WS-SWEEP-RESULT = 'Y'
979925             ADD 1 TO WS-SWEEPS-POSTED
979926         END-IF
979926         MOVE WS-SWEEP-CHK-ACCT TO ACCT-NUMBER
979927         READ ACCOUNT-MASTER-FILE
979927             INVALID KEY
979928                 DISPLAY "Account re-read failed after sweep: "
979928                     WS-SWEEP-CHK-ACCT
979929         END-READ
979929     END-IF
979930     EXIT.
970347 BUILD-RETURNS-AND-LISTING.
970348*The listing and the outbound return file are both built from the
970348*disposition log, so a run restarted part way through the file
970349*still lists and returns every entry in it.
970349     PERFORM VARYING WS-RC-IX FROM 1 BY 1 UNTIL WS-RC-IX > 8
970350         MOVE 0 TO WS-RC-COUNT(WS-RC-IX)
970350     END-PERFORM
970351     OPEN OUTPUT RETURN-FILE
970351     MOVE 'Y' TO WS-RTN-OPEN
970352     PERFORM WRITE-RETURN-FILE-HEADER
970352     MOVE 'N' TO WS-ITEM-EOF
970353     OPEN INPUT ITEM-FILE
970353     IF WS-ITEM-FILE-STATUS = "00"
970354         PERFORM UNTIL WS-ITEM-EOF = 'Y'
970354             READ ITEM-FILE
970355                 AT END
970355                     MOVE 'Y' TO WS-ITEM-EOF
970356                 NOT AT END
970356                     IF AI-FILE-ID = WS-FILE-ID
970357                         PERFORM LIST-ONE-ITEM
970357                         IF AI-DISPOSITION = 'R'
970358                             PERFORM ADD-RETURN-ENTRY
970358                         END-IF
970359                     END-IF
970359             END-READ
970360         END-PERFORM
970360         CLOSE ITEM-FILE
970361     END-IF
970361     IF WS-RTN-BATCH-OPEN = 'Y'
970362         PERFORM WRITE-RETURN-BATCH-CONTROL
970362     END-IF
970363     PERFORM WRITE-RETURN-FILE-CONTROL
970363     CLOSE RETURN-FILE
970364     PERFORM PRINT-LISTING-TRAILER
970364     EXIT.
970365 LIST-ONE-ITEM.
970365     IF AI-BATCH-SEQ NOT = WS-LIST-BATCH-SEQ
970366         MOVE AI-BATCH-SEQ TO WS-LIST-BATCH-SEQ
970366         PERFORM PRINT-BATCH-HEADING
970367     END-IF
970367     ADD 1 TO WS-LIST-ENTRY-COUNT
970368     MOVE AI-TRACE-NUMBER TO DT-TRACE-NUMBER
970368     MOVE AI-DFI-ACCOUNT TO DT-DFI-ACCOUNT
970369     MOVE AI-TRAN-CODE TO DT-TRAN-CODE
970369     MOVE AI-AMOUNT TO DT-AMOUNT
970370     MOVE AI-INDIVIDUAL-NAME TO DT-NAME
970370     MOVE SPACES TO DT-DISPOSITION
970371     EVALUATE AI-DISPOSITION
970371         WHEN 'P'
970372             MOVE "POSTED" TO DT-DISPOSITION
970372             DIVIDE AI-TRAN-CODE BY 10 GIVING WS-TC-QUOTIENT
970373                 REMAINDER WS-TC-CLASS
970373             IF WS-TC-CLASS < 5
970374                 ADD 1 TO WS-LIST-CR-COUNT
970374                 ADD AI-AMOUNT TO WS-LIST-CR-TOTAL
970375             ELSE
970375                 ADD 1 TO WS-LIST-DR-COUNT
970376                 ADD AI-AMOUNT TO WS-LIST-DR-TOTAL
970376             END-IF
970377         WHEN 'N'
970377             MOVE "PRENOTE ACCEPTED" TO DT-DISPOSITION
970378             ADD 1 TO WS-LIST-PRE-COUNT
970378         WHEN 'R'
970379             STRING "RETURNED " DELIMITED BY SIZE
970379                 AI-RETURN-CODE DELIMITED BY SIZE
970380                 INTO DT-DISPOSITION
970380             ADD 1 TO WS-LIST-RTN-COUNT
970381             ADD AI-AMOUNT TO WS-LIST-RTN-TOTAL
970381             PERFORM VARYING WS-RC-IX FROM 1 BY 1
970382                 UNTIL WS-RC-IX > 8
970382                 IF WS-RC-CODE(WS-RC-IX) = AI-RETURN-CODE
970383                     ADD 1 TO WS-RC-COUNT(WS-RC-IX)
970383                 END-IF
970384             END-PERFORM
970384         WHEN OTHER
970385             MOVE "BATCH REJECTED" TO DT-DISPOSITION
970385             ADD 1 TO WS-LIST-HELD-COUNT
970386             ADD AI-AMOUNT TO WS-LIST-HELD-TOTAL
970386     END-EVALUATE
970387     WRITE REPORT-LINE FROM WS-DETAIL-LINE
970387     IF AI-DISPOSITION = 'R'
970388         MOVE AI-REASON TO RL-REASON
970388         WRITE REPORT-LINE FROM WS-REASON-LINE
970389     END-IF
970389     EXIT.
970390 PRINT-LISTING-HEADER.
970390     MOVE SPACES TO REPORT-LINE
970391     STRING "ACH ENTRY DISPOSITION LISTING  BUSINESS DATE: "
970391         DELIMITED BY SIZE
970392         WS-BUSINESS-DATE DELIMITED BY SIZE
970392         INTO REPORT-LINE
970393     WRITE REPORT-LINE
970393     IF WS-HEADER-SEEN = 'Y'
970394         MOVE SPACES TO REPORT-LINE
970394         STRING "FILE FROM " DELIMITED BY SIZE
970395             WS-FILE-ORIGIN-NAME DELIMITED BY SIZE
970395             " ORIGIN " DELIMITED BY SIZE
970396             WS-FILE-ORIGIN DELIMITED BY SIZE
970396             " CREATED " DELIMITED BY SIZE
970397             WS-FILE-DATE DELIMITED BY SIZE
970397             " " DELIMITED BY SIZE
970398             WS-FILE-TIME DELIMITED BY SIZE
970398             " ID " DELIMITED BY SIZE
970399             WS-FILE-MODIFIER DELIMITED BY SIZE
970399             INTO REPORT-LINE
970400         WRITE REPORT-LINE
970400     END-IF
970401     MOVE SPACES TO REPORT-LINE
970401     WRITE REPORT-LINE
970402     MOVE SPACES TO REPORT-LINE
970402     STRING "TRACE NUMBER    DFI ACCOUNT       TC      AMOUNT"
970403         DELIMITED BY SIZE
970403         " NAME           DISPOSITION" DELIMITED BY SIZE
970404         INTO REPORT-LINE
970404     WRITE REPORT-LINE
970405     EXIT.
970405 PRINT-BATCH-HEADING.
970406     MOVE SPACES TO REPORT-LINE
970406     WRITE REPORT-LINE
970407     MOVE AI-BATCH-NUMBER TO BH-BATCH-NUMBER
970407     MOVE AI-COMPANY-NAME TO BH-COMPANY-NAME
970408     MOVE AI-COMPANY-ID TO BH-COMPANY-ID
970408     MOVE AI-SEC-CODE TO BH-SEC-CODE
970409     MOVE AI-ENTRY-DESC TO BH-ENTRY-DESC
970409     MOVE AI-ODFI-ID TO BH-ODFI-ID
970410     WRITE REPORT-LINE FROM WS-BATCH-LINE
970410     IF WS-BT-OK(AI-BATCH-SEQ) = 'N'
970411         MOVE SPACES TO REPORT-LINE
970411         STRING "*** BATCH REJECTED - " DELIMITED BY SIZE
970412             WS-BT-REASON(AI-BATCH-SEQ) DELIMITED BY SIZE
970412             " - NOT POSTED" DELIMITED BY SIZE
970413             INTO REPORT-LINE
970413         WRITE REPORT-LINE
970414     END-IF
970414     EXIT.
970415 PRINT-LISTING-TRAILER.
970415     MOVE SPACES TO REPORT-LINE
970416     WRITE REPORT-LINE
970416     MOVE SPACES TO REPORT-LINE
970417     STRING "ENTRIES: " DELIMITED BY SIZE
970417         WS-LIST-ENTRY-COUNT DELIMITED BY SIZE
970418         "  BATCHES: " DELIMITED BY SIZE
970418         WS-FL-BATCH-COUNT DELIMITED BY SIZE
970419         "  BATCHES REJECTED: " DELIMITED BY SIZE
970419         WS-BATCHES-REJECTED DELIMITED BY SIZE
970420         INTO REPORT-LINE
970420     WRITE REPORT-LINE
970421     MOVE WS-LIST-CR-TOTAL TO WS-AMOUNT-DISP
970421     MOVE SPACES TO REPORT-LINE
970422     STRING "CREDITS POSTED:   " DELIMITED BY SIZE
970422         WS-LIST-CR-COUNT DELIMITED BY SIZE
970423         "  AMOUNT: " DELIMITED BY SIZE
970423         WS-AMOUNT-DISP DELIMITED BY SIZE
970424         INTO REPORT-LINE
970424     WRITE REPORT-LINE
970425     MOVE WS-LIST-DR-TOTAL TO WS-AMOUNT-DISP
970425     MOVE SPACES TO REPORT-LINE
970426     STRING "DEBITS POSTED:    " DELIMITED BY SIZE
970426         WS-LIST-DR-COUNT DELIMITED BY SIZE
970427         "  AMOUNT: " DELIMITED BY SIZE
970427         WS-AMOUNT-DISP DELIMITED BY SIZE
970428         INTO REPORT-LINE
970428     WRITE REPORT-LINE
970429     MOVE WS-LIST-RTN-TOTAL TO WS-AMOUNT-DISP
970429     MOVE SPACES TO REPORT-LINE
970430     STRING "RETURNED:         " DELIMITED BY SIZE
970430         WS-LIST-RTN-COUNT DELIMITED BY SIZE
970431         "  AMOUNT: " DELIMITED BY SIZE
970431         WS-AMOUNT-DISP DELIMITED BY SIZE
970432         INTO REPORT-LINE
970432     WRITE REPORT-LINE
970433     MOVE WS-LIST-HELD-TOTAL TO WS-AMOUNT-DISP
970433     MOVE SPACES TO REPORT-LINE
970434     STRING "BATCH REJECTED:   " DELIMITED BY SIZE
970434         WS-LIST-HELD-COUNT DELIMITED BY SIZE
970435         "  AMOUNT: " DELIMITED BY SIZE
970435         WS-AMOUNT-DISP DELIMITED BY SIZE
970436         INTO REPORT-LINE
970436     WRITE REPORT-LINE
970437     MOVE SPACES TO REPORT-LINE
970437     STRING "PRENOTIFICATIONS: " DELIMITED BY SIZE
970438         WS-LIST-PRE-COUNT DELIMITED BY SIZE
970438         INTO REPORT-LINE
970439     WRITE REPORT-LINE
970439     MOVE SPACES TO REPORT-LINE
970440     WRITE REPORT-LINE
970440     MOVE "RETURNS BY REASON" TO REPORT-LINE
970441     WRITE REPORT-LINE
970441     PERFORM VARYING WS-RC-IX FROM 1 BY 1 UNTIL WS-RC-IX > 8
970442         MOVE WS-RC-CODE(WS-RC-IX) TO CL-CODE
970442         MOVE WS-RC-TEXT(WS-RC-IX) TO CL-TEXT
970443         MOVE WS-RC-COUNT(WS-RC-IX) TO CL-COUNT
970443         WRITE REPORT-LINE FROM WS-CODE-LINE
970444     END-PERFORM
970444     EXIT.
970445 WRITE-RETURN-FILE-HEADER.
970445*The return file goes back to the bank that sent the inbound file:
970446*its origin becomes our destination and we become its origin.
970446     ACCEPT WS-TIME-NOW FROM TIME
970447     MOVE SPACES TO ACH-RECORD
970447     MOVE '1' TO ACH-RECORD-TYPE
970448     MOVE "01" TO AFH-PRIORITY
970448     MOVE WS-FILE-ORIGIN TO AFH-DESTINATION
970449     MOVE WS-DESTINATION TO AFH-ORIGIN
970449     MOVE WS-BUS-YYMMDD TO AFH-CREATE-DATE
970450     MOVE WS-TIME-HHMM TO AFH-CREATE-TIME
970450     MOVE "A" TO AFH-ID-MODIFIER
970451     MOVE "094" TO AFH-RECORD-SIZE
970451     MOVE "10" TO AFH-BLOCKING
970452     MOVE "1" TO AFH-FORMAT-CODE
970452     MOVE WS-FILE-ORIGIN-NAME TO AFH-DEST-NAME
970453     MOVE WS-FILE-DEST-NAME TO AFH-ORIGIN-NAME
970453     PERFORM PUT-RETURN-RECORD
970454     EXIT.
970454 ADD-RETURN-ENTRY.
970455*Returns go back in a batch of their own for each inbound batch,
970455*under the originator's company and entry description.
970456     IF AI-BATCH-SEQ NOT = WS-RTN-FOR-BATCH
970456         IF WS-RTN-BATCH-OPEN = 'Y'
970457             PERFORM WRITE-RETURN-BATCH-CONTROL
970457         END-IF
970458         PERFORM WRITE-RETURN-BATCH-HEADER
970458     END-IF
970459     ADD 1 TO WS-RTN-ENTRY-SEQ
970459     COMPUTE WS-RTN-TRACE =
970460         WS-OUR-DFI-ID * 10000000 + WS-RTN-ENTRY-SEQ
970460     MOVE 0 TO WS-ODFI-NUMERIC
970461     IF AI-ODFI-ID IS NUMERIC
970461         MOVE AI-ODFI-ID TO WS-ODFI-NUMERIC
970462     END-IF
970462     MOVE WS-ODFI-NUMERIC TO WS-CD-ROUTING
970463     PERFORM COMPUTE-CHECK-DIGIT
970463     MOVE SPACES TO ACH-RECORD
970464     MOVE '6' TO ACH-RECORD-TYPE
970464     COMPUTE AED-TRAN-CODE = AI-TRAN-CODE - 1
970465     MOVE WS-ODFI-NUMERIC TO AED-RDFI-ID
970465     MOVE WS-CD-RESULT TO AED-RDFI-CHECK
970466     MOVE AI-DFI-ACCOUNT TO AED-DFI-ACCOUNT
970466     MOVE AI-AMOUNT TO AED-AMOUNT
970467     MOVE AI-INDIVIDUAL-ID TO AED-INDIVIDUAL-ID
970467     MOVE AI-INDIVIDUAL-NAME TO AED-INDIVIDUAL-NAME
970468     MOVE "1" TO AED-ADDENDA-IND
970468     MOVE WS-RTN-TRACE TO AED-TRACE-NUMBER
970469     ADD 1 TO WS-RB-ENTRY-COUNT
970469     ADD WS-ODFI-NUMERIC TO WS-RB-HASH-SUM
970470     IF AED-TRAN-CODE = 21 OR AED-TRAN-CODE = 31
970470         ADD AI-AMOUNT TO WS-RB-CREDIT-TOTAL
970471     ELSE
970471         ADD AI-AMOUNT TO WS-RB-DEBIT-TOTAL
970472     END-IF
970472     PERFORM PUT-RETURN-RECORD
970473     MOVE SPACES TO ACH-RECORD
970473     MOVE '7' TO ACH-RECORD-TYPE
970474     MOVE "99" TO ARA-TYPE-CODE
970474     MOVE AI-RETURN-CODE TO ARA-RETURN-CODE
970475     MOVE AI-TRACE-NUMBER TO ARA-ORIG-TRACE
970475     MOVE AI-RDFI-ID TO ARA-ORIG-RDFI
970476     MOVE AI-REASON TO ARA-INFO
970476     MOVE WS-RTN-TRACE TO ARA-TRACE-NUMBER
970477     ADD 1 TO WS-RB-ENTRY-COUNT
970477     PERFORM PUT-RETURN-RECORD
970478     EXIT.
970478 COMPUTE-CHECK-DIGIT.
970479     MOVE 0 TO WS-CD-SUM
970479     PERFORM VARYING WS-CD-IX FROM 1 BY 1 UNTIL WS-CD-IX > 8
970480         COMPUTE WS-CD-SUM = WS-CD-SUM +
970480             WS-CD-DIGIT(WS-CD-IX) * WS-CD-WEIGHT(WS-CD-IX)
970481     END-PERFORM
970481     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
970482         REMAINDER WS-CD-REMAINDER
970482     IF WS-CD-REMAINDER = 0
970483         MOVE 0 TO WS-CD-RESULT
970483     ELSE
970484         COMPUTE WS-CD-RESULT = 10 - WS-CD-REMAINDER
970484     END-IF
970485     EXIT.
970485 WRITE-RETURN-BATCH-HEADER.
970486     MOVE AI-BATCH-SEQ TO WS-RTN-FOR-BATCH
970486     MOVE 'Y' TO WS-RTN-BATCH-OPEN
970487     ADD 1 TO WS-RTN-BATCH-NUMBER
970487     MOVE AI-SERVICE-CLASS TO WS-RB-SERVICE-CLASS
970488     MOVE AI-COMPANY-ID TO WS-RB-COMPANY-ID
970488     MOVE 0 TO WS-RB-ENTRY-COUNT
970489     MOVE 0 TO WS-RB-HASH-SUM
970489     MOVE 0 TO WS-RB-DEBIT-TOTAL
970490     MOVE 0 TO WS-RB-CREDIT-TOTAL
970490     MOVE SPACES TO ACH-RECORD
970491     MOVE '5' TO ACH-RECORD-TYPE
970491     MOVE AI-SERVICE-CLASS TO ABH-SERVICE-CLASS
970492     MOVE AI-COMPANY-NAME TO ABH-COMPANY-NAME
970492     MOVE AI-COMPANY-ID TO ABH-COMPANY-ID
970493     MOVE AI-SEC-CODE TO ABH-SEC-CODE
970493     MOVE AI-ENTRY-DESC TO ABH-ENTRY-DESC
970494     MOVE WS-BUS-YYMMDD TO ABH-EFFECTIVE-DATE
970494     MOVE "1" TO ABH-ORIG-STATUS
970495     MOVE WS-OUR-DFI-ID TO ABH-ODFI-ID
970495     MOVE WS-RTN-BATCH-NUMBER TO ABH-BATCH-NUMBER
970496     PERFORM PUT-RETURN-RECORD
970496     EXIT.
970497 WRITE-RETURN-BATCH-CONTROL.
970497     MOVE 'N' TO WS-RTN-BATCH-OPEN
970498     ADD 1 TO WS-RTN-BATCH-COUNT
970498     ADD WS-RB-ENTRY-COUNT TO WS-RF-ENTRY-COUNT
970499     ADD WS-RB-HASH-SUM TO WS-RF-HASH-SUM
970499     ADD WS-RB-DEBIT-TOTAL TO WS-RF-DEBIT-TOTAL
970500     ADD WS-RB-CREDIT-TOTAL TO WS-RF-CREDIT-TOTAL
970500     MOVE SPACES TO ACH-RECORD
970501     MOVE '8' TO ACH-RECORD-TYPE
970501     MOVE WS-RB-SERVICE-CLASS TO ABC-SERVICE-CLASS
970502     MOVE WS-RB-ENTRY-COUNT TO ABC-ENTRY-COUNT
970502     MOVE WS-RB-HASH-SUM TO ABC-ENTRY-HASH
970503     MOVE WS-RB-DEBIT-TOTAL TO ABC-DEBIT-TOTAL
970503     MOVE WS-RB-CREDIT-TOTAL TO ABC-CREDIT-TOTAL
970504     MOVE WS-RB-COMPANY-ID TO ABC-COMPANY-ID
970504     MOVE WS-OUR-DFI-ID TO ABC-ODFI-ID
970505     MOVE WS-RTN-BATCH-NUMBER TO ABC-BATCH-NUMBER
970505     PERFORM PUT-RETURN-RECORD
970506     EXIT.
970506 WRITE-RETURN-FILE-CONTROL.
970507*The file is padded with records of nines to a whole block of ten.
970507     COMPUTE WS-BLOCKS = (WS-RTN-RECORD-COUNT + 10) / 10
970508     MOVE SPACES TO ACH-RECORD
970508     MOVE '9' TO ACH-RECORD-TYPE
970509     MOVE WS-RTN-BATCH-COUNT TO AFC-BATCH-COUNT
970509     MOVE WS-BLOCKS TO AFC-BLOCK-COUNT
970510     MOVE WS-RF-ENTRY-COUNT TO AFC-ENTRY-COUNT
970510     MOVE WS-RF-HASH-SUM TO AFC-ENTRY-HASH
970511     MOVE WS-RF-DEBIT-TOTAL TO AFC-DEBIT-TOTAL
970511     MOVE WS-RF-CREDIT-TOTAL TO AFC-CREDIT-TOTAL
970512     PERFORM PUT-RETURN-RECORD
970512     PERFORM UNTIL WS-RTN-RECORD-COUNT >= WS-BLOCKS * 10
970513         MOVE ALL '9' TO ACH-RECORD
970513         PERFORM PUT-RETURN-RECORD
970514     END-PERFORM
970514     EXIT.
970515 PUT-RETURN-RECORD.
970515     WRITE RETURN-RECORD FROM ACH-RECORD
970516     ADD 1 TO WS-RTN-RECORD-COUNT
970516     EXIT.
