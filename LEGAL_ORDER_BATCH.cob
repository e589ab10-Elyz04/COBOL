959601 IDENTIFICATION DIVISION.
959601 PROGRAM-ID. LEGAL_ORDER_BATCH.
959602 AUTHOR. ELYZ.
959602 ENVIRONMENT DIVISION.
959603 INPUT-OUTPUT SECTION.
959603 FILE-CONTROL.
959604     SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.DAT"
959604         ORGANIZATION IS INDEXED
959605         ACCESS MODE IS DYNAMIC
959605         RECORD KEY IS LO-ID
959606         ALTERNATE RECORD KEY IS LO-CUST-ID
959606             WITH DUPLICATES
959607         FILE STATUS IS WS-LO-FILE-STATUS.
959607     SELECT LEGAL-ACCOUNT-FILE ASSIGN TO "LEGALACT.DAT"
959608         ORGANIZATION IS INDEXED
959608         ACCESS MODE IS DYNAMIC
959609         RECORD KEY IS LA-KEY
959609         FILE STATUS IS WS-LA-FILE-STATUS.
959610     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
959610         ORGANIZATION IS INDEXED
959611         ACCESS MODE IS DYNAMIC
959611         RECORD KEY IS CUST-ID
959612         FILE STATUS IS WS-CUST-FILE-STATUS.
959612     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
959613         ORGANIZATION IS INDEXED
959613         ACCESS MODE IS DYNAMIC
959614         RECORD KEY IS ACCT-NUMBER
959614         FILE STATUS IS WS-ACCT-FILE-STATUS.
959615     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
959615         ORGANIZATION IS INDEXED
959616         ACCESS MODE IS DYNAMIC
959616         RECORD KEY IS HOLD-ID
959617         ALTERNATE RECORD KEY IS HOLD-ACCT-NUMBER
959617             WITH DUPLICATES
959618         FILE STATUS IS WS-HOLD-FILE-STATUS.
959618     SELECT EXTERNAL-PAYEE-FILE ASSIGN TO "EXTPAYEE.DAT"
959619         ORGANIZATION IS INDEXED
959619         ACCESS MODE IS DYNAMIC
959620         RECORD KEY IS PAYEE-ID
959620         FILE STATUS IS WS-PAYEE-FILE-STATUS.
959621     SELECT EXTERNAL-QUEUE-FILE ASSIGN TO "EXTPAYQ.DAT"
959621         ORGANIZATION IS INDEXED
959622         ACCESS MODE IS DYNAMIC
959622         RECORD KEY IS EPQ-ID
959623         FILE STATUS IS WS-EPQ-FILE-STATUS.
959623     SELECT EXTQ-CONTROL-FILE ASSIGN TO "EXTPYCTL.DAT"
959624         ORGANIZATION IS LINE SEQUENTIAL
959624         FILE STATUS IS WS-EQCTL-FILE-STATUS.
959625     SELECT LETTER-FILE ASSIGN TO "LEGALLTR.TXT"
959625         ORGANIZATION IS LINE SEQUENTIAL.
959626     SELECT REPORT-FILE ASSIGN TO "LEGALREM.TXT"
959626         ORGANIZATION IS LINE SEQUENTIAL.
959627 DATA DIVISION.
959627 FILE SECTION.
959628 FD  LEGAL-ORDER-FILE.
959628     COPY LGLOREC.
959629 FD  LEGAL-ACCOUNT-FILE.
959629     COPY LGLAREC.
959630 FD  CUSTOMER-MASTER-FILE.
959630     COPY CUSTREC.
959631 FD  ACCOUNT-MASTER-FILE.
959631     COPY ACCTREC.
959632 FD  ACCOUNT-HOLD-FILE.
959632     COPY HOLDREC.
959633 FD  EXTERNAL-PAYEE-FILE.
959633     COPY PAYEEREC.
959634 FD  EXTERNAL-QUEUE-FILE.
959634     COPY EXTPYREC.
959635 FD  EXTQ-CONTROL-FILE.
959635 01  EXTQ-CONTROL-RECORD     PIC 9(8).
959636 FD  LETTER-FILE.
959636 01  LETTER-LINE             PIC X(80).
959637 FD  REPORT-FILE.
959637 01  REPORT-LINE             PIC X(80).
959638 WORKING-STORAGE SECTION.
959638 01  WS-LO-FILE-STATUS       PIC XX VALUE "00".
959639 01  WS-LA-FILE-STATUS       PIC XX VALUE "00".
959639 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
959640 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
959640 01  WS-HOLD-FILE-STATUS     PIC XX VALUE "00".
959641 01  WS-PAYEE-FILE-STATUS    PIC XX VALUE "00".
959641 01  WS-EPQ-FILE-STATUS      PIC XX VALUE "00".
959642 01  WS-EQCTL-FILE-STATUS    PIC XX VALUE "00".
959642 01  WS-EQCTL-FOUND          PIC X VALUE 'N'.
959643 01  WS-LO-EOF               PIC X VALUE 'N'.
959643 01  WS-LA-EOF               PIC X VALUE 'N'.
959644 01  WS-EPQ-EOF              PIC X VALUE 'N'.
959644 01  WS-PAYEE-OK             PIC X VALUE 'N'.
959645 01  WS-ORDER-CHANGED        PIC X VALUE 'N'.
959645 01  WS-OPERATOR-ID          PIC X(20) VALUE "LEGALORD".
959646 01  WS-BUSINESS-DATE        PIC 9(8).
959646 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
959647 01  WS-NEXT-EPQ-ID          PIC 9(8).
959647 01  WS-REMIT-AMOUNT         PIC S9(9)V99 COMP-3.
959648 01  WS-TRAN-TYPE            PIC X(2).
959648 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
959649 01  WS-POST-DESC            PIC X(30).
959649 01  WS-TRAN-CODE            PIC X(4).
959650 01  WS-LETTER-COUNT         PIC 9(6) VALUE 0.
959650 01  WS-ORDER-COUNT          PIC 9(6) VALUE 0.
959651 01  WS-ITEM-COUNT           PIC 9(6) VALUE 0.
959651 01  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
959652 01  WS-REMIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
959652 01  WS-AMOUNT-DISP          PIC -Z,ZZZ,ZZZ,ZZ9.99.
959653 01  WS-TOTAL-DISP           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
959653 01  WS-TYPE-TEXT            PIC X(20).
959654 01  WS-DETAIL-LINE.
959654     05  DT-ORDER-ID             PIC 9(8).
959655     05  FILLER                  PIC X(2) VALUE SPACES.
959655     05  DT-ACCT-NUMBER          PIC 9(8).
959656     05  FILLER                  PIC X(2) VALUE SPACES.
959656     05  DT-AMOUNT               PIC -9(8).99.
959657     05  FILLER                  PIC X(2) VALUE SPACES.
959657     05  DT-EPQ-ID               PIC 9(8).
959658     05  FILLER                  PIC X(2) VALUE SPACES.
959658     05  DT-PAYEE-ID             PIC 9(6).
959659     05  FILLER                  PIC X(2) VALUE SPACES.
959659     05  DT-NOTE                 PIC X(20).
959660 PROCEDURE DIVISION.
959660 MAIN-PARA.
959661     PERFORM SET-BUSINESS-DATE
959661     OPEN OUTPUT LETTER-FILE
959662     OPEN OUTPUT REPORT-FILE
959662     PERFORM PRINT-REPORT-HEADER
959663     OPEN I-O LEGAL-ORDER-FILE
959663     IF WS-LO-FILE-STATUS NOT = "00"
959664         MOVE "NO LEGAL ORDERS ON FILE" TO REPORT-LINE
959664         WRITE REPORT-LINE
959665     ELSE
959665         OPEN I-O LEGAL-ACCOUNT-FILE
959666         OPEN INPUT CUSTOMER-MASTER-FILE
959666         PERFORM UNTIL WS-LO-EOF = 'Y'
959667             READ LEGAL-ORDER-FILE NEXT RECORD
959667                 AT END
959668                     MOVE 'Y' TO WS-LO-EOF
959668                 NOT AT END
959669                     PERFORM PROCESS-LEGAL-ORDER
959669             END-READ
959670         END-PERFORM
959670         CLOSE CUSTOMER-MASTER-FILE
959671         CLOSE LEGAL-ACCOUNT-FILE
959671         CLOSE LEGAL-ORDER-FILE
959672     END-IF
959672     PERFORM PRINT-REPORT-TRAILER
959673     CLOSE REPORT-FILE
959673     CLOSE LETTER-FILE
959674     DISPLAY "Answer letters printed: " WS-LETTER-COUNT
959674     DISPLAY "Legal orders remitted : " WS-ORDER-COUNT
959675     IF WS-FAILED-COUNT > 0
959675         DISPLAY "Remittances failed    : " WS-FAILED-COUNT
959676         MOVE 8 TO RETURN-CODE
959676     END-IF
959677     GOBACK.
959677 SET-BUSINESS-DATE.
959678     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
959678     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
959679     IF WS-BUS-DATE-ENV NOT = SPACES
959679         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
959680         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
959680             TO WS-BUSINESS-DATE
959681     END-IF
959681     EXIT.
959682 PROCESS-LEGAL-ORDER.
959682*A new (or reprint-requested) order gets its answer letter; an
959683*open garnishment or levy whose maturity date has arrived is paid
959683*over to the authority.  A court freeze never matures.
959684     MOVE 'N' TO WS-ORDER-CHANGED
959684     IF LO-LETTER-DATE = 0
959685         PERFORM WRITE-ANSWER-LETTER
959685         MOVE WS-BUSINESS-DATE TO LO-LETTER-DATE
959686         MOVE 'Y' TO WS-ORDER-CHANGED
959686     END-IF
959687     IF LO-STATUS = 'O' AND LO-TYPE NOT = 'F'
959687         AND LO-MATURITY-DATE > 0
959688         AND LO-MATURITY-DATE <= WS-BUSINESS-DATE
959688         PERFORM REMIT-LEGAL-ORDER
959689     END-IF
959689     IF WS-ORDER-CHANGED = 'Y'
959690         REWRITE LEGAL-ORDER-RECORD
959690             INVALID KEY
959691                 DISPLAY "Legal order " LO-ID " not updated."
959691                 ADD 1 TO WS-FAILED-COUNT
959692         END-REWRITE
959692     END-IF
959693     EXIT.
959693 FORMAT-ORDER-TYPE.
959694     EVALUATE LO-TYPE
959694         WHEN 'G'
959695             MOVE "WRIT OF GARNISHMENT" TO WS-TYPE-TEXT
959695         WHEN 'L'
959696             MOVE "NOTICE OF LEVY" TO WS-TYPE-TEXT
959696         WHEN OTHER
959697             MOVE "FREEZE ORDER" TO WS-TYPE-TEXT
959697     END-EVALUATE
959698     EXIT.
959698 WRITE-ANSWER-LETTER.
959699*The bank's answer to the authority: the accounts found for the
959699*debtor and what is held on each, and when the funds will move.
959700     ADD 1 TO WS-LETTER-COUNT
959700     PERFORM FORMAT-ORDER-TYPE
959701     MOVE SPACES TO LETTER-LINE
959701     WRITE LETTER-LINE
959702     MOVE ALL "-" TO LETTER-LINE
959702     WRITE LETTER-LINE
959703     MOVE LO-AUTHORITY TO LETTER-LINE
959703     WRITE LETTER-LINE
959704     MOVE LO-AUTH-STREET TO LETTER-LINE
959704     WRITE LETTER-LINE
959705     MOVE SPACES TO LETTER-LINE
959705     STRING LO-AUTH-CITY DELIMITED BY "  "
959706         ", " DELIMITED BY SIZE
959706         LO-AUTH-STATE DELIMITED BY SIZE
959707         " " DELIMITED BY SIZE
959707         LO-AUTH-ZIP DELIMITED BY SIZE
959708         INTO LETTER-LINE
959708     WRITE LETTER-LINE
959709     MOVE SPACES TO LETTER-LINE
959709     WRITE LETTER-LINE
959710     STRING "RE: " DELIMITED BY SIZE
959710         WS-TYPE-TEXT DELIMITED BY "  "
959711         "  CASE " DELIMITED BY SIZE
959711         LO-CASE-REF DELIMITED BY SIZE
959712         INTO LETTER-LINE
959712     WRITE LETTER-LINE
959713     MOVE SPACES TO LETTER-LINE
959713     STRING "OUR REFERENCE " DELIMITED BY SIZE
959714         LO-ID DELIMITED BY SIZE
959714         "  SERVED " DELIMITED BY SIZE
959715         LO-SERVED-DATE DELIMITED BY SIZE
959715         INTO LETTER-LINE
959716     WRITE LETTER-LINE
959716     MOVE LO-CUST-ID TO CUST-ID
959717     READ CUSTOMER-MASTER-FILE
959717         INVALID KEY
959718             MOVE SPACES TO CUST-FIRST-NAME
959718             MOVE "(NOT ON FILE)" TO CUST-LAST-NAME
959719     END-READ
959719     MOVE SPACES TO LETTER-LINE
959720     STRING "DEBTOR: " DELIMITED BY SIZE
959720         CUST-FIRST-NAME DELIMITED BY "  "
959721         " " DELIMITED BY SIZE
959721         CUST-LAST-NAME DELIMITED BY SIZE
959722         INTO LETTER-LINE
959722     WRITE LETTER-LINE
959723     MOVE SPACES TO LETTER-LINE
959723     WRITE LETTER-LINE
959724     MOVE LO-AMOUNT-DEMANDED TO WS-AMOUNT-DISP
959724     STRING "AMOUNT DEMANDED " DELIMITED BY SIZE
959725         WS-AMOUNT-DISP DELIMITED BY SIZE
959725         INTO LETTER-LINE
959726     WRITE LETTER-LINE
959726     MOVE SPACES TO LETTER-LINE
959727     MOVE LO-EXEMPT-AMOUNT TO WS-AMOUNT-DISP
959727     STRING "EXEMPT AMOUNT   " DELIMITED BY SIZE
959728         WS-AMOUNT-DISP DELIMITED BY SIZE
959728         INTO LETTER-LINE
959729     WRITE LETTER-LINE
959729     MOVE SPACES TO LETTER-LINE
959730     WRITE LETTER-LINE
959730     MOVE "ACCOUNTS OF THE DEBTOR AND FUNDS HELD:" TO LETTER-LINE
959731     WRITE LETTER-LINE
959731     PERFORM LIST-LETTER-ACCOUNTS
959732     MOVE SPACES TO LETTER-LINE
959732     MOVE LO-HELD-AMOUNT TO WS-AMOUNT-DISP
959733     STRING "TOTAL HELD      " DELIMITED BY SIZE
959733         WS-AMOUNT-DISP DELIMITED BY SIZE
959734         INTO LETTER-LINE
959734     WRITE LETTER-LINE
959735     MOVE SPACES TO LETTER-LINE
959735     WRITE LETTER-LINE
959736     EVALUATE TRUE
959736         WHEN LO-STATUS = 'X'
959737             MOVE "ORDER RELEASED - NO FUNDS ARE HELD."
959737                 TO LETTER-LINE
959738         WHEN LO-STATUS = 'R'
959738             STRING "FUNDS HELD WERE REMITTED ON "
959739                 DELIMITED BY SIZE
959739                 LO-CLOSE-DATE DELIMITED BY SIZE
959740                 "." DELIMITED BY SIZE
959740                 INTO LETTER-LINE
959741         WHEN LO-TYPE = 'F'
959741             MOVE "FUNDS WILL BE HELD PENDING FURTHER ORDER."
959742                 TO LETTER-LINE
959742         WHEN OTHER
959743             STRING "FUNDS HELD WILL BE REMITTED ON "
959743                 DELIMITED BY SIZE
959744                 LO-MATURITY-DATE DELIMITED BY SIZE
959744                 " UNLESS RELEASED." DELIMITED BY SIZE
959745                 INTO LETTER-LINE
959745     END-EVALUATE
959746     WRITE LETTER-LINE
959746     EXIT.
959747 LIST-LETTER-ACCOUNTS.
959747     MOVE 'N' TO WS-LA-EOF
959748     MOVE LO-ID TO LA-ORDER-ID
959748     MOVE 0 TO LA-ACCT-NUMBER
959749     START LEGAL-ACCOUNT-FILE KEY IS >= LA-KEY
959749         INVALID KEY
959750             MOVE 'Y' TO WS-LA-EOF
959750             MOVE "  NO ACCOUNTS FOUND" TO LETTER-LINE
959751             WRITE LETTER-LINE
959751     END-START
959752     PERFORM UNTIL WS-LA-EOF = 'Y'
959752         READ LEGAL-ACCOUNT-FILE NEXT RECORD
959753             AT END
959753                 MOVE 'Y' TO WS-LA-EOF
959754             NOT AT END
959754                 IF LA-ORDER-ID NOT = LO-ID
959755                     MOVE 'Y' TO WS-LA-EOF
959755                 ELSE
959756                     MOVE SPACES TO LETTER-LINE
959756                     MOVE LA-HELD-AMOUNT TO WS-AMOUNT-DISP
959757                     STRING "  ACCOUNT " DELIMITED BY SIZE
959757                         LA-ACCT-NUMBER DELIMITED BY SIZE
959758                         " " DELIMITED BY SIZE
959758                         LA-ACCT-TYPE DELIMITED BY SIZE
959759                         " HELD " DELIMITED BY SIZE
959759                         WS-AMOUNT-DISP DELIMITED BY SIZE
959760                         INTO LETTER-LINE
959760                     WRITE LETTER-LINE
959761                 END-IF
959761         END-READ
959762     END-PERFORM
959762     EXIT.
959763 REMIT-LEGAL-ORDER.
959763*Each held amount is released, debited from its account and
959764*queued to the authority's payee for the outbound payment file.
959764*If the payee has since been closed the order is left open for
959765*staff to correct.
959765     PERFORM CHECK-REMIT-PAYEE
959766     IF WS-PAYEE-OK = 'N'
959766         DISPLAY "Legal order " LO-ID " payee " LO-PAYEE-ID
959767             " not active - not remitted."
959767         ADD 1 TO WS-FAILED-COUNT
959768     ELSE
959768         OPEN I-O ACCOUNT-MASTER-FILE
959769         OPEN I-O ACCOUNT-HOLD-FILE
959769         PERFORM OPEN-QUEUE-IO
959770         MOVE 0 TO LO-REMIT-AMOUNT
959770         MOVE 'N' TO WS-LA-EOF
959771         MOVE LO-ID TO LA-ORDER-ID
959771         MOVE 0 TO LA-ACCT-NUMBER
959772         START LEGAL-ACCOUNT-FILE KEY IS >= LA-KEY
959772             INVALID KEY
959773                 MOVE 'Y' TO WS-LA-EOF
959773         END-START
959774         PERFORM UNTIL WS-LA-EOF = 'Y'
959774             READ LEGAL-ACCOUNT-FILE NEXT RECORD
959775                 AT END
959775                     MOVE 'Y' TO WS-LA-EOF
959776                 NOT AT END
959776                     IF LA-ORDER-ID NOT = LO-ID
959777                         MOVE 'Y' TO WS-LA-EOF
959777                     ELSE
959778                         IF LA-STATUS = 'H'
959778                             PERFORM REMIT-ORDER-ACCOUNT
959779                         END-IF
959779                     END-IF
959780             END-READ
959780         END-PERFORM
959781         CLOSE EXTERNAL-QUEUE-FILE
959781         CLOSE ACCOUNT-HOLD-FILE
959782         CLOSE ACCOUNT-MASTER-FILE
959782         MOVE 'R' TO LO-STATUS
959783         MOVE WS-BUSINESS-DATE TO LO-CLOSE-DATE
959783         MOVE 'Y' TO WS-ORDER-CHANGED
959784         ADD 1 TO WS-ORDER-COUNT
959784     END-IF
959785     EXIT.
959785 CHECK-REMIT-PAYEE.
959786     MOVE 'N' TO WS-PAYEE-OK
959786     OPEN INPUT EXTERNAL-PAYEE-FILE
959787     IF WS-PAYEE-FILE-STATUS = "00"
959787         MOVE LO-PAYEE-ID TO PAYEE-ID
959788         READ EXTERNAL-PAYEE-FILE
959788             INVALID KEY
959789                 CONTINUE
959789             NOT INVALID KEY
959790                 IF PAYEE-STATUS = 'A'
959790                     MOVE 'Y' TO WS-PAYEE-OK
959791                 END-IF
959791         END-READ
959792         CLOSE EXTERNAL-PAYEE-FILE
959792     END-IF
959793     EXIT.
959793 OPEN-QUEUE-IO.
959794     OPEN I-O EXTERNAL-QUEUE-FILE
959794     IF WS-EPQ-FILE-STATUS = "35"
959795         OPEN OUTPUT EXTERNAL-QUEUE-FILE
959795         CLOSE EXTERNAL-QUEUE-FILE
959796         OPEN I-O EXTERNAL-QUEUE-FILE
959796     END-IF
959797     EXIT.
959797 REMIT-ORDER-ACCOUNT.
959798     MOVE LA-HOLD-ID TO HOLD-ID
959798     READ ACCOUNT-HOLD-FILE
959799         INVALID KEY
959799             CONTINUE
959800         NOT INVALID KEY
959800             IF HOLD-STATUS = 'A'
959801                 MOVE 'R' TO HOLD-STATUS
959801                 REWRITE HOLD-RECORD
959802                     INVALID KEY
959802                         DISPLAY "Hold " HOLD-ID
959803                             " could not be released."
959803                 END-REWRITE
959804             END-IF
959804     END-READ
959805     MOVE LA-ACCT-NUMBER TO ACCT-NUMBER
959805     READ ACCOUNT-MASTER-FILE
959806         INVALID KEY
959806             MOVE 0 TO ACCT-BALANCE
959807     END-READ
959807*The hold kept the funds in place, but the balance is re-checked
959808*so a remittance never overdraws the account.
959808     MOVE LA-HELD-AMOUNT TO WS-REMIT-AMOUNT
959809     IF ACCT-BALANCE < WS-REMIT-AMOUNT
959809         MOVE ACCT-BALANCE TO WS-REMIT-AMOUNT
959810     END-IF
959810     IF WS-REMIT-AMOUNT NOT > 0
959811         MOVE 'X' TO LA-STATUS
959811         MOVE 0 TO WS-REMIT-AMOUNT
959812         MOVE 0 TO LA-EPQ-ID
959812         MOVE "NO FUNDS - RELEASED" TO DT-NOTE
959813         PERFORM REWRITE-ORDER-ACCOUNT
959813     ELSE
959814         SUBTRACT WS-REMIT-AMOUNT FROM ACCT-BALANCE
959814         REWRITE ACCOUNT-RECORD
959815             INVALID KEY
959815                 DISPLAY "Remittance from " ACCT-NUMBER
959816                     " failed."
959816                 ADD 1 TO WS-FAILED-COUNT
959817             NOT INVALID KEY
959817                 PERFORM POST-REMITTANCE
959818         END-REWRITE
959818     END-IF
959819     EXIT.
959819 POST-REMITTANCE.
959820     MOVE "DR" TO WS-TRAN-TYPE
959820     MOVE WS-REMIT-AMOUNT TO WS-POST-AMOUNT
959821     MOVE "LEGAL ORDER REMITTANCE" TO WS-POST-DESC
959821     MOVE "LGDR" TO WS-TRAN-CODE
959822     CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
959822         WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
959823         WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
959823     PERFORM NEXT-QUEUE-ID
959824     MOVE WS-NEXT-EPQ-ID TO EPQ-ID
959824     MOVE ACCT-NUMBER TO EPQ-ACCT-NUMBER
959825     MOVE LO-PAYEE-ID TO EPQ-PAYEE-ID
959825     MOVE WS-REMIT-AMOUNT TO EPQ-AMOUNT
959826     MOVE WS-BUSINESS-DATE TO EPQ-QUEUE-DATE
959826     MOVE 0 TO EPQ-SENT-DATE
959827     MOVE 'Q' TO EPQ-STATUS
959827     MOVE WS-OPERATOR-ID TO EPQ-OPERATOR
959828     WRITE EXTERNAL-QUEUE-RECORD
959828         INVALID KEY
959829             DISPLAY "Queue item for order " LO-ID
959829                 " could not be written - account debited."
959830             ADD 1 TO WS-FAILED-COUNT
959830             MOVE 0 TO LA-EPQ-ID
959831             MOVE "NOT QUEUED - CHECK" TO DT-NOTE
959831         NOT INVALID KEY
959832             MOVE EPQ-ID TO LA-EPQ-ID
959832             MOVE "QUEUED" TO DT-NOTE
959833     END-WRITE
959833     MOVE 'R' TO LA-STATUS
959834     ADD WS-REMIT-AMOUNT TO LO-REMIT-AMOUNT
959834     ADD WS-REMIT-AMOUNT TO WS-REMIT-TOTAL
959835     PERFORM REWRITE-ORDER-ACCOUNT
959835     EXIT.
959836 REWRITE-ORDER-ACCOUNT.
959836     REWRITE LEGAL-ACCOUNT-RECORD
959837         INVALID KEY
959837             DISPLAY "Order account " LA-ACCT-NUMBER
959838                 " not updated."
959838     END-REWRITE
959839     ADD 1 TO WS-ITEM-COUNT
959839     MOVE LO-ID TO DT-ORDER-ID
959840     MOVE LA-ACCT-NUMBER TO DT-ACCT-NUMBER
959840     MOVE WS-REMIT-AMOUNT TO DT-AMOUNT
959841     MOVE LA-EPQ-ID TO DT-EPQ-ID
959841     MOVE LO-PAYEE-ID TO DT-PAYEE-ID
959842     WRITE REPORT-LINE FROM WS-DETAIL-LINE
959842     EXIT.
959843 NEXT-QUEUE-ID.
959843*Same control record the teller screens number queue items from.
959844     PERFORM READ-EXTQ-CONTROL
959844     IF WS-EQCTL-FOUND = 'N'
959845         PERFORM SCAN-QUEUE-HIGH-KEY
959845     END-IF
959846     ADD 1 TO WS-NEXT-EPQ-ID
959846     PERFORM WRITE-EXTQ-CONTROL
959847     EXIT.
959847 READ-EXTQ-CONTROL.
959848     MOVE 'N' TO WS-EQCTL-FOUND
959848     MOVE 0 TO WS-NEXT-EPQ-ID
959849     OPEN INPUT EXTQ-CONTROL-FILE
959849     IF WS-EQCTL-FILE-STATUS = "00"
959850         READ EXTQ-CONTROL-FILE
959850             AT END
959851                 CONTINUE
959851             NOT AT END
959852                 MOVE EXTQ-CONTROL-RECORD TO WS-NEXT-EPQ-ID
959852                 MOVE 'Y' TO WS-EQCTL-FOUND
959853         END-READ
959853         CLOSE EXTQ-CONTROL-FILE
959854     END-IF
959854     EXIT.
959855 SCAN-QUEUE-HIGH-KEY.
959855     MOVE 0 TO WS-NEXT-EPQ-ID
959856     MOVE 'N' TO WS-EPQ-EOF
959856     MOVE 0 TO EPQ-ID
959857     START EXTERNAL-QUEUE-FILE KEY IS >= EPQ-ID
959857         INVALID KEY
959858             MOVE 'Y' TO WS-EPQ-EOF
959858     END-START
959859     PERFORM UNTIL WS-EPQ-EOF = 'Y'
959859         READ EXTERNAL-QUEUE-FILE NEXT RECORD
959860             AT END
959860                 MOVE 'Y' TO WS-EPQ-EOF
959861             NOT AT END
959861                 IF EPQ-ID > WS-NEXT-EPQ-ID
959862                     MOVE EPQ-ID TO WS-NEXT-EPQ-ID
959862                 END-IF
959863         END-READ
959863     END-PERFORM
959864     EXIT.
959864 WRITE-EXTQ-CONTROL.
959865     OPEN OUTPUT EXTQ-CONTROL-FILE
959865     MOVE WS-NEXT-EPQ-ID TO EXTQ-CONTROL-RECORD
959866     WRITE EXTQ-CONTROL-RECORD
959866     CLOSE EXTQ-CONTROL-FILE
959867     EXIT.
959867 PRINT-REPORT-HEADER.
959868     MOVE SPACES TO REPORT-LINE
959868     STRING "LEGAL ORDER REMITTANCES  BUSINESS DATE: "
959869         DELIMITED BY SIZE
959869         WS-BUSINESS-DATE DELIMITED BY SIZE
959870         INTO REPORT-LINE
959870     WRITE REPORT-LINE
959871     MOVE SPACES TO REPORT-LINE
959871     WRITE REPORT-LINE
959872     STRING "ORDER     ACCOUNT         AMOUNT  QUEUE ID  PAYEE"
959872         DELIMITED BY SIZE
959873         INTO REPORT-LINE
959873     WRITE REPORT-LINE
959874     EXIT.
959874 PRINT-REPORT-TRAILER.
959875     MOVE WS-REMIT-TOTAL TO WS-TOTAL-DISP
959875     MOVE SPACES TO REPORT-LINE
959876     WRITE REPORT-LINE
959876     STRING "ORDERS REMITTED: " DELIMITED BY SIZE
959877         WS-ORDER-COUNT DELIMITED BY SIZE
959877         "  ITEMS: " DELIMITED BY SIZE
959878         WS-ITEM-COUNT DELIMITED BY SIZE
959878         "  TOTAL: " DELIMITED BY SIZE
959879         WS-TOTAL-DISP DELIMITED BY SIZE
959879         INTO REPORT-LINE
959880     WRITE REPORT-LINE
959880     EXIT.
