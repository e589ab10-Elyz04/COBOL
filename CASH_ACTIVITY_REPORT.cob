829114         ACCESS MODE IS DYNAMIC
829115         RECORD KEY IS CUST-ID
829115         FILE STATUS IS WS-CUST-FILE-STATUS.
950101     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE.DAT"
950101         ORGANIZATION IS INDEXED
950102         ACCESS MODE IS DYNAMIC
950102         RECORD KEY IS TC-CODE
950103         FILE STATUS IS WS-TCODE-FILE-STATUS.
958001     SELECT CTR-HISTORY-FILE ASSIGN TO "CTRHIST.DAT"
958001         ORGANIZATION IS INDEXED
958002         ACCESS MODE IS DYNAMIC
958002         RECORD KEY IS CTR-KEY
958003         FILE STATUS IS WS-CTR-FILE-STATUS.
980162     SELECT FX-DEAL-FILE ASSIGN TO "FXDEAL.DAT"
980162         ORGANIZATION IS INDEXED
980163         ACCESS MODE IS SEQUENTIAL
980163         RECORD KEY IS FXD-RECEIPT-NUMBER
980164         FILE STATUS IS WS-FXD-FILE-STATUS.
829116     SELECT REPORT-FILE ASSIGN TO "CASHRPT.TXT"
829116         ORGANIZATION IS LINE SEQUENTIAL.
829117 DATA DIVISION.
829120     COPY ACCTREC.
829121 FD  CUSTOMER-MASTER-FILE.
829121     COPY CUSTREC.
950103 FD  TRAN-CODE-FILE.
950104     COPY TCODEREC.
958004 FD  CTR-HISTORY-FILE.
958004     COPY CTRHREC.
980164 FD  FX-DEAL-FILE.
980165     COPY FXDLREC.
829122 FD  REPORT-FILE.
829122 01  REPORT-LINE             PIC X(80).
829123 WORKING-STORAGE SECTION.
829124 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
829124 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
829125 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
950104 01  WS-TCODE-FILE-STATUS    PIC XX VALUE "00".
958005 01  WS-CTR-FILE-STATUS      PIC XX VALUE "00".
980165 01  WS-FXD-FILE-STATUS      PIC XX VALUE "00".
829125 01  WS-TRAN-EOF             PIC X VALUE 'N'.
829126 01  WS-OWNER-EOF            PIC X VALUE 'N'.
980166 01  WS-FXD-EOF              PIC X VALUE 'N'.
829126 01  WS-BUSINESS-DATE        PIC 9(8).
829127 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
829127 01  WS-TRAN-DATE            PIC 9(8).
829128 01  WS-THRESHOLD-ENV        PIC X(12) VALUE SPACES.
829129 01  WS-OWNER-SEEN           PIC X VALUE 'N'.
829129 01  WS-WORK-CUST            PIC 9(6).
980166*Cash in ("CR") or out ("DR") and the amount, for the entry or
980167*exchange deal being added to its customer's totals.
980167 01  WS-CASH-SIDE            PIC XX.
980168 01  WS-CASH-AMOUNT          PIC S9(9)V99 COMP-3.
829130 01  WS-CUST-IX              PIC 9(4).
829130 01  WS-CUST-COUNT           PIC 9(4) VALUE 0.
880711 01  WS-DROPPED-COUNT        PIC 9(6) VALUE 0.
829133 01  WS-REPORTED-COUNT       PIC 9(6) VALUE 0.
829134 01  WS-IN-DISP              PIC -9(9).99.
829134 01  WS-OUT-DISP             PIC -9(9).99.
966701 01  WS-PII-TYPE             PIC X(5) VALUE "SSN".
966701 01  WS-PII-VALUE            PIC X(40).
966702 01  WS-PII-MASKED           PIC X(40).
829135 01  WS-DETAIL-LINE.
829135     05  DT-CUST-ID              PIC 9(6).
829136     05  FILLER                  PIC X(2) VALUE SPACES.
966703     05  DT-SSN                  PIC X(9).
829137     05  FILLER                  PIC X(2) VALUE SPACES.
829137     05  DT-NAME                 PIC X(25).
829138     05  FILLER                  PIC X(2) VALUE SPACES.
829143         MOVE "NO LEDGER ON FILE" TO REPORT-LINE
829144         WRITE REPORT-LINE
829144     ELSE
979051*Cash is told from other entries by transaction code category, so
979051*without the code file the report cannot be produced.
950105         OPEN INPUT TRAN-CODE-FILE
979052         IF WS-TCODE-FILE-STATUS NOT = "00"
979052             MOVE "NO TRANSACTION CODE FILE ON FILE"
979052                 TO REPORT-LINE
979053             WRITE REPORT-LINE
979053             DISPLAY "Transaction code file is not available."
979054             MOVE 8 TO RETURN-CODE
979054             CLOSE TRANSACTION-LEDGER-FILE
979055         ELSE
829145             OPEN INPUT OWNER-XREF-FILE
829145             OPEN INPUT ACCOUNT-MASTER-FILE
829146             PERFORM UNTIL WS-TRAN-EOF = 'Y'
829146                 READ TRANSACTION-LEDGER-FILE NEXT RECORD
829147                     AT END
829147                         MOVE 'Y' TO WS-TRAN-EOF
829148                     NOT AT END
829148                         PERFORM SELECT-CASH-ENTRY
829149                 END-READ
829149             END-PERFORM
829150             CLOSE OWNER-XREF-FILE
829150             CLOSE ACCOUNT-MASTER-FILE
950105             CLOSE TRAN-CODE-FILE
829151             CLOSE TRANSACTION-LEDGER-FILE
980168             PERFORM SCAN-FX-DEALS
829151             PERFORM REPORT-OVER-THRESHOLD
979055         END-IF
829152     END-IF
829152     PERFORM PRINT-REPORT-TRAILER
829153     CLOSE REPORT-FILE
829161     END-IF
829161     EXIT.
829162 SELECT-CASH-ENTRY.
950106*Only entries whose transaction code is in the CASH category
950106*moved currency over the counter; transfers, fees, interest
950107*and batch postings carry other categories and are excluded.
829164     COMPUTE WS-TRAN-DATE = TRAN-TIMESTAMP / 1000000
829164     IF WS-TRAN-DATE = WS-BUSINESS-DATE
829165         AND TRAN-STATUS NOT = 'R'
829165         AND TRAN-REVERSAL-OF = 0
829166         AND (TRAN-TYPE = "DR" OR TRAN-TYPE = "CR")
950107         MOVE TRAN-CODE TO TC-CODE
950108         READ TRAN-CODE-FILE
950108             INVALID KEY
950109                 CONTINUE
950109             NOT INVALID KEY
950110                 IF TC-CATEGORY = "CASH"
980169                     MOVE TRAN-TYPE TO WS-CASH-SIDE
980169                     MOVE TRAN-AMOUNT TO WS-CASH-AMOUNT
829170                     PERFORM ATTRIBUTE-TO-OWNERS
950110                 END-IF
950111         END-READ
829170     END-IF
829171     EXIT.
980170 SCAN-FX-DEALS.
980170*Foreign notes bought or sold for cash move currency over the
980171*counter without a ledger entry; the local amount of each cash
980171*deal counts toward the customer the deal was done with.
980172     MOVE 'N' TO WS-FXD-EOF
980172     OPEN INPUT FX-DEAL-FILE
980173     IF WS-FXD-FILE-STATUS = "00"
980173         PERFORM UNTIL WS-FXD-EOF = 'Y'
980174             READ FX-DEAL-FILE NEXT RECORD
980174                 AT END
980175                     MOVE 'Y' TO WS-FXD-EOF
980175                 NOT AT END
980176                     PERFORM SELECT-CASH-FX-DEAL
980176             END-READ
980177         END-PERFORM
980177         CLOSE FX-DEAL-FILE
980178     END-IF
980178     EXIT.
980179 SELECT-CASH-FX-DEAL.
980179*Notes sold to the customer were paid for in cash; notes bought
980180*from the customer were paid out in cash.
980180     IF FXD-DEAL-DATE = WS-BUSINESS-DATE
980181         AND FXD-SETTLEMENT = 'C'
980181         AND FXD-CUST-ID NOT = 0
980182         IF FXD-SIDE = 'S'
980182             MOVE "CR" TO WS-CASH-SIDE
980183         ELSE
980183             MOVE "DR" TO WS-CASH-SIDE
980184         END-IF
980184         MOVE FXD-LOCAL-AMOUNT TO WS-CASH-AMOUNT
980185         MOVE FXD-CUST-ID TO WS-WORK-CUST
980185         PERFORM ADD-TO-CUSTOMER-TABLE
980186     END-IF
980186     EXIT.
829172 ATTRIBUTE-TO-OWNERS.
829172     MOVE 'N' TO WS-OWNER-SEEN
829173     MOVE 'N' TO WS-OWNER-EOF
829197         END-IF
829198     END-IF
829198     IF WS-CUST-IX <= WS-CUST-COUNT
829199         IF WS-CASH-SIDE = "CR"
829199             ADD WS-CASH-AMOUNT TO WS-CT-CASH-IN(WS-CUST-IX)
829200         ELSE
829200             ADD WS-CASH-AMOUNT TO WS-CT-CASH-OUT(WS-CUST-IX)
829201         END-IF
829201     END-IF
829202     EXIT.
829203 REPORT-OVER-THRESHOLD.
829203     OPEN INPUT CUSTOMER-MASTER-FILE
958006     OPEN I-O CTR-HISTORY-FILE
958006     IF WS-CTR-FILE-STATUS = "35"
958007         OPEN OUTPUT CTR-HISTORY-FILE
958007         CLOSE CTR-HISTORY-FILE
958008         OPEN I-O CTR-HISTORY-FILE
958008     END-IF
829204     PERFORM VARYING WS-CUST-IX FROM 1 BY 1
829204         UNTIL WS-CUST-IX > WS-CUST-COUNT
829205         IF WS-CT-CASH-IN(WS-CUST-IX) > WS-THRESHOLD
829206         END-IF
829207     END-PERFORM
829207     CLOSE CUSTOMER-MASTER-FILE
958009     CLOSE CTR-HISTORY-FILE
829208     EXIT.
829209 PRINT-CUSTOMER-LINE.
829209     ADD 1 TO WS-REPORTED-COUNT
829213             CONTINUE
829214     END-READ
829214     MOVE WS-CT-CUST(WS-CUST-IX) TO DT-CUST-ID
966704     MOVE CUST-SSN TO WS-PII-VALUE
966704     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966705     MOVE WS-PII-MASKED TO DT-SSN
829215     MOVE SPACES TO DT-NAME
829216     STRING CUST-FIRST-NAME DELIMITED BY "  "
829216         " " DELIMITED BY SIZE
829218     MOVE WS-CT-CASH-IN(WS-CUST-IX) TO DT-CASH-IN
829218     MOVE WS-CT-CASH-OUT(WS-CUST-IX) TO DT-CASH-OUT
829219     WRITE REPORT-LINE FROM WS-DETAIL-LINE
958010     PERFORM RECORD-CTR-APPEARANCE
958010     EXIT.
958011 RECORD-CTR-APPEARANCE.
958011     MOVE WS-CT-CUST(WS-CUST-IX) TO CTR-CUST-ID
958012     MOVE WS-BUSINESS-DATE TO CTR-BUS-DATE
958012     MOVE WS-CT-CASH-IN(WS-CUST-IX) TO CTR-CASH-IN
958013     MOVE WS-CT-CASH-OUT(WS-CUST-IX) TO CTR-CASH-OUT
958013     WRITE CTR-HISTORY-RECORD
958014         INVALID KEY
958014             REWRITE CTR-HISTORY-RECORD
958015                 INVALID KEY
958015                     DISPLAY "CTR history update failed: "
958016                         CTR-CUST-ID
958016             END-REWRITE
958017     END-WRITE
829219     EXIT.
829220 PRINT-REPORT-HEADER.
829220     MOVE SPACES TO REPORT-LINE
