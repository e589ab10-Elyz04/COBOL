926110     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
926111         ORGANIZATION IS LINE SEQUENTIAL
926111         FILE STATUS IS WS-JRNL-FILE-STATUS.
950201     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE.DAT"
950201         ORGANIZATION IS INDEXED
950202         ACCESS MODE IS DYNAMIC
950202         RECORD KEY IS TC-CODE
950203         FILE STATUS IS WS-TCODE-FILE-STATUS.
926112     SELECT REPORT-FILE ASSIGN TO "TELLERRG.TXT"
926112         ORGANIZATION IS LINE SEQUENTIAL.
926113 DATA DIVISION.
926114     COPY TRANREC.
926115 FD  GL-JOURNAL-FILE.
926115     COPY GLJRNREC.
950203 FD  TRAN-CODE-FILE.
950204     COPY TCODEREC.
926116 FD  REPORT-FILE.
926116 01  REPORT-LINE             PIC X(80).
926117 WORKING-STORAGE SECTION.
926117 01  WS-TRAN-FILE-STATUS     PIC XX VALUE "00".
926118 01  WS-JRNL-FILE-STATUS     PIC XX VALUE "00".
950204 01  WS-TCODE-FILE-STATUS    PIC XX VALUE "00".
950205 01  WS-TCODE-OPEN           PIC X VALUE 'N'.
926118 01  WS-TRAN-EOF             PIC X VALUE 'N'.
926119 01  WS-JRNL-EOF             PIC X VALUE 'N'.
926119 01  WS-BUSINESS-DATE        PIC 9(8).
926123 01  WS-CR-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
926123 01  WS-GL-COUNT             PIC 9(6) VALUE 0.
926124 01  WS-GL-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
951501 01  WS-SUS-COUNT            PIC 9(6) VALUE 0.
951501 01  WS-SUS-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
974001 01  WS-FX-COUNT             PIC 9(6) VALUE 0.
974001 01  WS-FX-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
926124 01  WS-OP-IX                PIC 9(2).
926125 01  WS-OP-COUNT             PIC 9(2) VALUE 0.
926125 01  WS-OPERATOR-TABLE.
926127         10  WS-OP-TRANS     PIC 9(6).
926127         10  WS-OP-DR        PIC S9(11)V99 COMP-3.
926128         10  WS-OP-CR        PIC S9(11)V99 COMP-3.
950205 01  WS-CAT-NAME             PIC X(7).
950206 01  WS-CAT-IX               PIC 9(2).
950206 01  WS-CAT-COUNT            PIC 9(2) VALUE 0.
950207 01  WS-CATEGORY-TABLE.
950207     05  WS-CAT-ENTRY OCCURS 20.
950208         10  WS-CAT-CODE     PIC X(7).
950208         10  WS-CAT-TRANS    PIC 9(6).
950209         10  WS-CAT-DR       PIC S9(11)V99 COMP-3.
950209         10  WS-CAT-CR       PIC S9(11)V99 COMP-3.
926128 01  WS-AMOUNT-DISP          PIC -9(10).99.
926129 01  WS-AMOUNT-DISP2         PIC -9(10).99.
926129 PROCEDURE DIVISION.
926132     PERFORM SCAN-DAY-LEDGER
926132     PERFORM FOOT-DAY-GL
926133     PERFORM PRINT-OPERATOR-LINES
950210     PERFORM PRINT-CATEGORY-LINES
926133     PERFORM PRINT-REPORT-TRAILER
926134     CLOSE REPORT-FILE
926134     DISPLAY "Transactions reported: " WS-TRAN-COUNT
926141     EXIT.
926142 SCAN-DAY-LEDGER.
926142     OPEN INPUT TRANSACTION-LEDGER-FILE
950210     OPEN INPUT TRAN-CODE-FILE
950211     IF WS-TCODE-FILE-STATUS = "00"
950211         MOVE 'Y' TO WS-TCODE-OPEN
950212     END-IF
926143     IF WS-TRAN-FILE-STATUS NOT = "00"
926143         DISPLAY "No transactions have been recorded yet."
926144     ELSE
926152         END-PERFORM
926153         CLOSE TRANSACTION-LEDGER-FILE
926153     END-IF
950212     IF WS-TCODE-OPEN = 'Y'
950213         CLOSE TRAN-CODE-FILE
950213     END-IF
926154     EXIT.
926155 TALLY-TRANSACTION.
926155     ADD 1 TO WS-TRAN-COUNT
926168             ADD TRAN-AMOUNT TO WS-CR-TOTAL
926169         END-IF
926169     END-IF
950214     PERFORM TALLY-CATEGORY
926170     EXIT.
950214 TALLY-CATEGORY.
950215*Entries whose code is blank or no longer on the code master
950215*are grouped as UNCODED so the section still foots to the
950216*grand total.
950216     MOVE "UNCODED" TO WS-CAT-NAME
950217     IF WS-TCODE-OPEN = 'Y' AND TRAN-CODE NOT = SPACES
950217         MOVE TRAN-CODE TO TC-CODE
950218         READ TRAN-CODE-FILE
950218             INVALID KEY
950219                 CONTINUE
950219             NOT INVALID KEY
950220                 MOVE TC-CATEGORY TO WS-CAT-NAME
950220         END-READ
950221     END-IF
950221     MOVE 0 TO WS-CAT-IX
950222     PERFORM VARYING WS-CAT-IX FROM 1 BY 1
950222         UNTIL WS-CAT-IX > WS-CAT-COUNT
950223         OR WS-CAT-CODE(WS-CAT-IX) = WS-CAT-NAME
950223         CONTINUE
950224     END-PERFORM
950224     IF WS-CAT-IX > WS-CAT-COUNT
950225         IF WS-CAT-COUNT < 20
950225             ADD 1 TO WS-CAT-COUNT
950226             MOVE WS-CAT-COUNT TO WS-CAT-IX
950226             MOVE WS-CAT-NAME TO WS-CAT-CODE(WS-CAT-IX)
950227             MOVE 0 TO WS-CAT-TRANS(WS-CAT-IX)
950227             MOVE 0 TO WS-CAT-DR(WS-CAT-IX)
950228             MOVE 0 TO WS-CAT-CR(WS-CAT-IX)
950228         ELSE
950229             DISPLAY "Category table full: " WS-CAT-NAME
950229         END-IF
950230     END-IF
950230     IF WS-CAT-IX <= WS-CAT-COUNT
950231         ADD 1 TO WS-CAT-TRANS(WS-CAT-IX)
950231         IF TRAN-TYPE = "DR"
950232             ADD TRAN-AMOUNT TO WS-CAT-DR(WS-CAT-IX)
950232         ELSE
950233             ADD TRAN-AMOUNT TO WS-CAT-CR(WS-CAT-IX)
950233         END-IF
950234     END-IF
950234     EXIT.
926171 FOOT-DAY-GL.
926171     OPEN INPUT GL-JOURNAL-FILE
926172     IF WS-JRNL-FILE-STATUS NOT = "00"
926176                     COMPUTE WS-JRNL-DATE =
926176                         GL-TIMESTAMP / 1000000
926177                     IF WS-JRNL-DATE = WS-BUSINESS-DATE
951502                         PERFORM FOOT-ONE-GL-LINE
926178                     END-IF
926179             END-READ
926179         END-PERFORM
926180         CLOSE GL-JOURNAL-FILE
926180     END-IF
926181     EXIT.
951502 FOOT-ONE-GL-LINE.
951503*Posting suspense lines have no ledger entry behind them and
951503*are footed apart so the ledger still proves to the journal.
974002*Foreign exchange margin and cash lines are footed apart the same
974002*way.
974003     IF GL-ACCT-NUMBER = 0 AND GL-TRAN-CODE(1:2) = "FX"
974003         ADD 1 TO WS-FX-COUNT
974004         ADD GL-AMOUNT TO WS-FX-TOTAL
974004     ELSE
951504     IF GL-ACCT-NUMBER = 0
951504         ADD 1 TO WS-SUS-COUNT
951505         ADD GL-AMOUNT TO WS-SUS-TOTAL
951505     ELSE
951506         ADD 1 TO WS-GL-COUNT
951506         ADD GL-AMOUNT TO WS-GL-TOTAL
951507     END-IF
974005     END-IF
951507     EXIT.
926182 PRINT-OPERATOR-LINES.
926182     PERFORM VARYING WS-OP-IX FROM 1 BY 1
926183         UNTIL WS-OP-IX > WS-OP-COUNT
926189         WRITE REPORT-LINE
926189     END-PERFORM
926190     EXIT.
950235 PRINT-CATEGORY-LINES.
950235     MOVE SPACES TO REPORT-LINE
950236     WRITE REPORT-LINE
950236     MOVE "CATEGORY             COUNT   TOTALS" TO REPORT-LINE
950237     WRITE REPORT-LINE
950237     PERFORM VARYING WS-CAT-IX FROM 1 BY 1
950238         UNTIL WS-CAT-IX > WS-CAT-COUNT
950238         MOVE WS-CAT-DR(WS-CAT-IX) TO WS-AMOUNT-DISP
950239         MOVE WS-CAT-CR(WS-CAT-IX) TO WS-AMOUNT-DISP2
950239         MOVE SPACES TO REPORT-LINE
950240         STRING WS-CAT-CODE(WS-CAT-IX) DELIMITED BY SIZE
950240             "              " DELIMITED BY SIZE
950241             WS-CAT-TRANS(WS-CAT-IX) DELIMITED BY SIZE
950241             " DR " DELIMITED BY SIZE
950242             WS-AMOUNT-DISP DELIMITED BY SIZE
950242             " CR " DELIMITED BY SIZE
950243             WS-AMOUNT-DISP2 DELIMITED BY SIZE
950243             INTO REPORT-LINE
950244         WRITE REPORT-LINE
950244     END-PERFORM
950245     EXIT.
926191 PRINT-REPORT-HEADER.
926191     MOVE SPACES TO REPORT-LINE
926192     STRING "DAILY TELLER REGISTER  BUSINESS DATE: "
926206         WS-AMOUNT-DISP DELIMITED BY SIZE
926207         INTO REPORT-LINE
926207     WRITE REPORT-LINE
951508     MOVE SPACES TO REPORT-LINE
951508     MOVE WS-SUS-TOTAL TO WS-AMOUNT-DISP
951509     STRING "SUSPENSE    " DELIMITED BY SIZE
951509         WS-SUS-COUNT DELIMITED BY SIZE
951510         " AMT " DELIMITED BY SIZE
951510         WS-AMOUNT-DISP DELIMITED BY SIZE
951511         INTO REPORT-LINE
951511     WRITE REPORT-LINE
974005     MOVE SPACES TO REPORT-LINE
974006     MOVE WS-FX-TOTAL TO WS-AMOUNT-DISP
974006     STRING "FX EXCHANGE " DELIMITED BY SIZE
974007         WS-FX-COUNT DELIMITED BY SIZE
974007         " AMT " DELIMITED BY SIZE
974008         WS-AMOUNT-DISP DELIMITED BY SIZE
974008         INTO REPORT-LINE
974009     WRITE REPORT-LINE
926208     MOVE SPACES TO REPORT-LINE
926208     IF WS-GL-COUNT = WS-TRAN-COUNT
926209         AND WS-GL-TOTAL = WS-DR-TOTAL + WS-CR-TOTAL
