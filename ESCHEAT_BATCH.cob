867117         ORGANIZATION IS LINE SEQUENTIAL.
867118     SELECT REPORT-FILE ASSIGN TO "ESCHEAT.TXT"
867118         ORGANIZATION IS LINE SEQUENTIAL.
976089     SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO "SDBOX.DAT"
976089         ORGANIZATION IS INDEXED
976090         ACCESS MODE IS DYNAMIC
976090         RECORD KEY IS SDB-KEY
976091         FILE STATUS IS WS-SDB-FILE-STATUS.
976091     SELECT SAFE-DEPOSIT-ACCESS-FILE ASSIGN TO "SDBACCES.DAT"
976092         ORGANIZATION IS LINE SEQUENTIAL
976092         FILE STATUS IS WS-SDA-FILE-STATUS.
976093     SELECT BOX-EXTRACT-FILE ASSIGN TO "ESCHBOX.DAT"
976093         ORGANIZATION IS LINE SEQUENTIAL.
867119 DATA DIVISION.
867119 FILE SECTION.
867120 FD  ACCOUNT-MASTER-FILE.
867130     05  ES-ADDR-ZIP             PIC X(10).
867131 FD  REPORT-FILE.
867131 01  REPORT-LINE             PIC X(80).
976094 FD  SAFE-DEPOSIT-BOX-FILE.
976094     COPY SDBXREC.
976095 FD  SAFE-DEPOSIT-ACCESS-FILE.
976095     COPY SDBAREC.
976096 FD  BOX-EXTRACT-FILE.
976096 01  ESCHEAT-BOX-RECORD.
976097     05  EB-BRANCH               PIC 9(3).
976097     05  EB-BOX-NUMBER           PIC 9(5).
976098     05  EB-RENTER-CUST          PIC 9(6).
976098     05  EB-SSN                  PIC 9(9).
976099     05  EB-LAST-NAME            PIC X(20).
976099     05  EB-FIRST-NAME           PIC X(15).
976100     05  EB-ADDR-STREET          PIC X(30).
976100     05  EB-ADDR-CITY            PIC X(20).
976101     05  EB-ADDR-STATE           PIC X(2).
976101     05  EB-ADDR-ZIP             PIC X(10).
976102     05  EB-PAID-TO-DATE         PIC 9(8).
976102     05  EB-DRILL-DATE           PIC 9(8).
976103     05  EB-CONTENTS             PIC X(60).
976103     05  EB-CONTENTS-VALUE       PIC 9(9)V99.
867132 WORKING-STORAGE SECTION.
867132 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
867133 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
867144     05  WS-CAND-ENTRY OCCURS 500.
867145         10  WS-CD-ACCT      PIC 9(8).
867145         10  WS-CD-LAST-ACT  PIC 9(8).
976104 01  WS-SDB-FILE-STATUS      PIC XX VALUE "00".
976104 01  WS-SDA-FILE-STATUS      PIC XX VALUE "00".
976105 01  WS-SDB-EOF              PIC X VALUE 'N'.
976105 01  WS-BOX-COUNT            PIC 9(6) VALUE 0.
976106 01  WS-BOX-VALUE-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
867146 PROCEDURE DIVISION.
867146 MAIN-PARA.
867147     PERFORM SET-RUN-PARAMETERS
867148     OPEN OUTPUT EXTRACT-FILE
867149     PERFORM SELECT-CANDIDATES
867149     PERFORM PROCESS-CANDIDATES
976106     PERFORM ESCHEAT-SAFE-DEPOSIT-BOXES
867150     PERFORM PRINT-REPORT-TRAILER
867150     CLOSE EXTRACT-FILE
867151     CLOSE REPORT-FILE
867151     DISPLAY "Accounts escheated: " WS-ESCHEATED-COUNT
976107     DISPLAY "Boxes escheated   : " WS-BOX-COUNT
867152     STOP RUN.
867153 SET-RUN-PARAMETERS.
867153     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
875704     MOVE 0 TO TRAN-REVERSAL-OF
875705     MOVE WS-OPERATOR-ID TO TRAN-OPERATOR
875705     MOVE "ESCHEATED TO STATE" TO TRAN-DESC
941301     MOVE "ESCH" TO TRAN-CODE
953004     MOVE 0 TO TRAN-CHECK-SERIAL
969719     MOVE SPACES TO TRAN-ACH-COMPANY-ID
969719     MOVE 0 TO TRAN-ACH-TRACE
875706     WRITE TRANSACTION-RECORD
875706         INVALID KEY
875707             DISPLAY "Duplicate transaction ID, not logged: "
875802     MOVE TRAN-ID TO GL-REFERENCE
875803     MOVE TRAN-TIMESTAMP TO GL-TIMESTAMP
875803     MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER
941301     MOVE TRAN-CODE TO GL-TRAN-CODE
875804     WRITE GL-JOURNAL-RECORD
875804     CLOSE GL-JOURNAL-FILE
875805     EXIT.
867251     MOVE CUST-ADDR-ZIP TO ES-ADDR-ZIP
867252     WRITE ESCHEAT-EXTRACT-RECORD
867252     EXIT.
976107 ESCHEAT-SAFE-DEPOSIT-BOXES.
976108*Contents of boxes drilled for unpaid rent and never claimed are
976108*abandoned once the rent has been unpaid for the same statutory
976109*period, counted from the paid-to date.  The contents inventory
976109*goes to the state on its own extract and the box is put back
976110*into the branch inventory as vacant.
976110     OPEN OUTPUT BOX-EXTRACT-FILE
976111     MOVE 'N' TO WS-SDB-EOF
976111     OPEN I-O SAFE-DEPOSIT-BOX-FILE
976112     IF WS-SDB-FILE-STATUS NOT = "00"
976112         MOVE 'Y' TO WS-SDB-EOF
976113     END-IF
976113     OPEN INPUT CUSTOMER-MASTER-FILE
976114     PERFORM UNTIL WS-SDB-EOF = 'Y'
976114         READ SAFE-DEPOSIT-BOX-FILE NEXT RECORD
976115             AT END
976115                 MOVE 'Y' TO WS-SDB-EOF
976116             NOT AT END
976116                 IF SDB-STATUS = 'D'
976117                     AND SDB-PAID-TO-DATE < WS-CUTOFF-DATE
976117                     PERFORM ESCHEAT-ONE-BOX
976118                 END-IF
976118         END-READ
976119     END-PERFORM
976119     CLOSE CUSTOMER-MASTER-FILE
976120     IF WS-SDB-FILE-STATUS = "00"
976120         CLOSE SAFE-DEPOSIT-BOX-FILE
976121     END-IF
976121     CLOSE BOX-EXTRACT-FILE
976122     EXIT.
976122 ESCHEAT-ONE-BOX.
976123     MOVE SDB-RENTER-CUST TO CUST-ID
976123     READ CUSTOMER-MASTER-FILE
976124         INVALID KEY
976124             MOVE SPACES TO CUST-FIRST-NAME
976125             MOVE SPACES TO CUST-LAST-NAME
976125             MOVE 0 TO CUST-SSN
976126             MOVE SPACES TO CUST-ADDR-STREET
976126             MOVE SPACES TO CUST-ADDR-CITY
976127             MOVE SPACES TO CUST-ADDR-STATE
976127             MOVE SPACES TO CUST-ADDR-ZIP
976128         NOT INVALID KEY
976128             CONTINUE
976129     END-READ
976129     MOVE SDB-BRANCH TO EB-BRANCH
976130     MOVE SDB-BOX-NUMBER TO EB-BOX-NUMBER
976130     MOVE SDB-RENTER-CUST TO EB-RENTER-CUST
976131     MOVE CUST-SSN TO EB-SSN
976131     MOVE CUST-LAST-NAME TO EB-LAST-NAME
976132     MOVE CUST-FIRST-NAME TO EB-FIRST-NAME
976132     MOVE CUST-ADDR-STREET TO EB-ADDR-STREET
976133     MOVE CUST-ADDR-CITY TO EB-ADDR-CITY
976133     MOVE CUST-ADDR-STATE TO EB-ADDR-STATE
976134     MOVE CUST-ADDR-ZIP TO EB-ADDR-ZIP
976134     MOVE SDB-PAID-TO-DATE TO EB-PAID-TO-DATE
976135     MOVE SDB-DRILL-DATE TO EB-DRILL-DATE
976135     MOVE SDB-CONTENTS TO EB-CONTENTS
976136     MOVE SDB-CONTENTS-VALUE TO EB-CONTENTS-VALUE
976136     WRITE ESCHEAT-BOX-RECORD
976137     ADD 1 TO WS-BOX-COUNT
976137     ADD SDB-CONTENTS-VALUE TO WS-BOX-VALUE-TOTAL
976138     MOVE SDB-CONTENTS-VALUE TO WS-AMOUNT-DISP
976138     MOVE SPACES TO REPORT-LINE
976139     STRING "BOX " DELIMITED BY SIZE
976139         SDB-BRANCH DELIMITED BY SIZE
976140         "-" DELIMITED BY SIZE
976140         SDB-BOX-NUMBER DELIMITED BY SIZE
976141         "  CUST " DELIMITED BY SIZE
976141         SDB-RENTER-CUST DELIMITED BY SIZE
976142         "  " DELIMITED BY SIZE
976142         WS-AMOUNT-DISP DELIMITED BY SIZE
976143         "  CONTENTS ESCHEATED" DELIMITED BY SIZE
976143         INTO REPORT-LINE
976144     WRITE REPORT-LINE
976144     PERFORM WRITE-BOX-ACCESS-LOG
976145     MOVE 'V' TO SDB-STATUS
976145     MOVE 0 TO SDB-RENTER-CUST
976146     MOVE 0 TO SDB-CO-RENTER-CUST(1)
976146     MOVE 0 TO SDB-CO-RENTER-CUST(2)
976147     MOVE 0 TO SDB-RENT-START
976147     MOVE 0 TO SDB-PAID-TO-DATE
976148     MOVE 0 TO SDB-BILL-ACCT
976148     MOVE 0 TO SDB-AMOUNT-DUE
976149     MOVE 0 TO SDB-DUE-DATE
976149     MOVE 0 TO SDB-DELINQ-DATE
976150     MOVE 0 TO SDB-LAST-BILL-DATE
976150     MOVE 0 TO SDB-DRILL-DATE
976151     MOVE SPACES TO SDB-CONTENTS
976151     MOVE 0 TO SDB-CONTENTS-VALUE
976152     MOVE WS-OPERATOR-ID TO SDB-CHANGED-BY
976152     MOVE WS-RUN-DATE TO SDB-CHANGED-DATE
976153     REWRITE SAFE-DEPOSIT-BOX-RECORD
976153         INVALID KEY
976154             DISPLAY "Box update failed: " SDB-BRANCH "-"
976154                 SDB-BOX-NUMBER
976155     END-REWRITE
976155     EXIT.
976156 WRITE-BOX-ACCESS-LOG.
976156     MOVE SDB-BRANCH TO SDA-BRANCH
976157     MOVE SDB-BOX-NUMBER TO SDA-BOX-NUMBER
976157     MOVE WS-RUN-DATE TO SDA-DATE
976158     ACCEPT WS-TIME-PART FROM TIME
976158     COMPUTE SDA-TIME = WS-TIME-PART / 100
976159     MOVE SDB-RENTER-CUST TO SDA-CUST-ID
976159     MOVE "ESCHEAT" TO SDA-ACTION
976160     MOVE WS-OPERATOR-ID TO SDA-OPERATOR
976160     MOVE "CONTENTS REMITTED TO STATE" TO SDA-NOTE
976161     OPEN EXTEND SAFE-DEPOSIT-ACCESS-FILE
976161     IF WS-SDA-FILE-STATUS = "35"
976162         OPEN OUTPUT SAFE-DEPOSIT-ACCESS-FILE
976162     END-IF
976163     WRITE SAFE-DEPOSIT-ACCESS-RECORD
976163     CLOSE SAFE-DEPOSIT-ACCESS-FILE
976164     EXIT.
867253 PRINT-REGISTER-LINE.
867253     MOVE WS-POST-AMOUNT TO WS-AMOUNT-DISP
867254     MOVE SPACES TO REPORT-LINE
867268         WS-AMOUNT-DISP DELIMITED BY SIZE
867269         INTO REPORT-LINE
867269     WRITE REPORT-LINE
976164     MOVE SPACES TO REPORT-LINE
976165     MOVE WS-BOX-VALUE-TOTAL TO WS-AMOUNT-DISP
976165     STRING "BOXES ESCHEATED: " DELIMITED BY SIZE
976166         WS-BOX-COUNT DELIMITED BY SIZE
976166         "  CONTENTS VALUE: " DELIMITED BY SIZE
976167         WS-AMOUNT-DISP DELIMITED BY SIZE
976167         INTO REPORT-LINE
976168     WRITE REPORT-LINE
867270     EXIT.
