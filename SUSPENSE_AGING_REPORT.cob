951201 IDENTIFICATION DIVISION.
951201 PROGRAM-ID. SUSPENSE_AGING_REPORT.
951202 AUTHOR. ELYZ.
951202 ENVIRONMENT DIVISION.
951203 INPUT-OUTPUT SECTION.
951203 FILE-CONTROL.
951204     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
951204         ORGANIZATION IS INDEXED
951205         ACCESS MODE IS DYNAMIC
951205         RECORD KEY IS SUS-ID
951206         FILE STATUS IS WS-SUS-FILE-STATUS.
951206     SELECT REPORT-FILE ASSIGN TO "SUSPAGE.TXT"
951207         ORGANIZATION IS LINE SEQUENTIAL.
951207 DATA DIVISION.
951208 FILE SECTION.
951208 FD  SUSPENSE-FILE.
951209     COPY SUSPREC.
951209 FD  REPORT-FILE.
951210 01  REPORT-LINE             PIC X(80).
951210 WORKING-STORAGE SECTION.
951211 01  WS-SUS-FILE-STATUS      PIC XX VALUE "00".
951211 01  WS-SUS-EOF              PIC X VALUE 'N'.
951212 01  WS-BUSINESS-DATE        PIC 9(8).
951212 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
951213 01  WS-BUS-DATE-INT         PIC 9(8).
951213 01  WS-UPDATED-DATE         PIC 9(8).
951214 01  WS-DAYS-OPEN            PIC S9(5).
951214 01  WS-BKT-IX               PIC 9.
951215 01  WS-OPEN-COUNT           PIC 9(6) VALUE 0.
951215 01  WS-OPEN-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
951216 01  WS-RESOLVED-COUNT       PIC 9(6) VALUE 0.
951216 01  WS-AMOUNT-DISP          PIC -9(10).99.
951217 01  WS-BUCKET-TABLE.
951217     05  WS-BKT-ENTRY OCCURS 4.
951218         10  WS-BKT-COUNT    PIC 9(6).
951218         10  WS-BKT-TOTAL    PIC S9(11)V99 COMP-3.
951219 01  WS-BUCKET-NAMES.
951219     05  FILLER              PIC X(12) VALUE "0-1 DAYS    ".
951220     05  FILLER              PIC X(12) VALUE "2-5 DAYS    ".
951220     05  FILLER              PIC X(12) VALUE "6-30 DAYS   ".
951221     05  FILLER              PIC X(12) VALUE "OVER 30 DAYS".
951221 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
951222     05  WS-BKT-NAME         PIC X(12) OCCURS 4.
951222 01  WS-DETAIL-LINE.
951223     05  DT-SUS-ID               PIC 9(8).
951223     05  FILLER                  PIC X(2) VALUE SPACES.
951224     05  DT-BUS-DATE             PIC 9(8).
951224     05  FILLER                  PIC X(2) VALUE SPACES.
951225     05  DT-ACCT-NUMBER          PIC 9(8).
951225     05  FILLER                  PIC X(2) VALUE SPACES.
951226     05  DT-TRAN-TYPE            PIC X(2).
951226     05  FILLER                  PIC X(2) VALUE SPACES.
951227     05  DT-AMOUNT               PIC -9(8).99.
951227     05  FILLER                  PIC X(2) VALUE SPACES.
951228     05  DT-DAYS-OPEN            PIC ZZZZ9.
951228     05  FILLER                  PIC X(2) VALUE SPACES.
951229     05  DT-REASON               PIC X(25).
951229 PROCEDURE DIVISION.
951230 MAIN-PARA.
951230     PERFORM SET-BUSINESS-DATE
951231     PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
951231         MOVE 0 TO WS-BKT-COUNT(WS-BKT-IX)
951232         MOVE 0 TO WS-BKT-TOTAL(WS-BKT-IX)
951232     END-PERFORM
951233     OPEN OUTPUT REPORT-FILE
951233     PERFORM PRINT-REPORT-HEADER
951234     OPEN INPUT SUSPENSE-FILE
951234     IF WS-SUS-FILE-STATUS NOT = "00"
951235         MOVE "NO SUSPENSE ITEMS ON FILE" TO REPORT-LINE
951235         WRITE REPORT-LINE
951236     ELSE
951236         PERFORM UNTIL WS-SUS-EOF = 'Y'
951237             READ SUSPENSE-FILE NEXT RECORD
951237                 AT END
951238                     MOVE 'Y' TO WS-SUS-EOF
951238                 NOT AT END
951239                     IF SUS-STATUS = 'O'
951239                         PERFORM AGE-ONE-ITEM
951240                     END-IF
951240             END-READ
951241         END-PERFORM
951241         PERFORM PRINT-BUCKET-SUMMARY
951242         PERFORM PRINT-RESOLVED-HEADER
951242         MOVE 'N' TO WS-SUS-EOF
951243         MOVE 0 TO SUS-ID
951243         START SUSPENSE-FILE KEY IS >= SUS-ID
951244             INVALID KEY
951244                 MOVE 'Y' TO WS-SUS-EOF
951245         END-START
951245         PERFORM UNTIL WS-SUS-EOF = 'Y'
951246             READ SUSPENSE-FILE NEXT RECORD
951246                 AT END
951247                     MOVE 'Y' TO WS-SUS-EOF
951247                 NOT AT END
951248                     PERFORM LIST-IF-RESOLVED-TODAY
951248             END-READ
951249         END-PERFORM
951249         CLOSE SUSPENSE-FILE
951250     END-IF
951250     PERFORM PRINT-REPORT-TRAILER
951251     CLOSE REPORT-FILE
951251     DISPLAY "Open suspense items: " WS-OPEN-COUNT
951252     GOBACK.
951252 SET-BUSINESS-DATE.
951253     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
951253     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
951254     IF WS-BUS-DATE-ENV NOT = SPACES
951254         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
951255         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
951255             TO WS-BUSINESS-DATE
951256     END-IF
951256     COMPUTE WS-BUS-DATE-INT =
951257         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
951257     EXIT.
951258 AGE-ONE-ITEM.
951258     ADD 1 TO WS-OPEN-COUNT
951259     ADD SUS-AMOUNT TO WS-OPEN-TOTAL
951259     COMPUTE WS-DAYS-OPEN =
951260         WS-BUS-DATE-INT
951260         - FUNCTION INTEGER-OF-DATE(SUS-BUS-DATE)
951261     EVALUATE TRUE
951261         WHEN WS-DAYS-OPEN <= 1
951262             MOVE 1 TO WS-BKT-IX
951262         WHEN WS-DAYS-OPEN <= 5
951263             MOVE 2 TO WS-BKT-IX
951263         WHEN WS-DAYS-OPEN <= 30
951264             MOVE 3 TO WS-BKT-IX
951264         WHEN OTHER
951265             MOVE 4 TO WS-BKT-IX
951265     END-EVALUATE
951266     ADD 1 TO WS-BKT-COUNT(WS-BKT-IX)
951266     ADD SUS-AMOUNT TO WS-BKT-TOTAL(WS-BKT-IX)
951267     MOVE SUS-ID TO DT-SUS-ID
951267     MOVE SUS-BUS-DATE TO DT-BUS-DATE
951268     IF SUS-CORR-ACCT NOT = 0
951268         MOVE SUS-CORR-ACCT TO DT-ACCT-NUMBER
951269     ELSE
951269         MOVE SUS-ACCT-NUMBER TO DT-ACCT-NUMBER
951270     END-IF
951270     MOVE SUS-TRAN-TYPE TO DT-TRAN-TYPE
951271     MOVE SUS-AMOUNT TO DT-AMOUNT
951271     MOVE WS-DAYS-OPEN TO DT-DAYS-OPEN
951272     MOVE SUS-REASON TO DT-REASON
951272     WRITE REPORT-LINE FROM WS-DETAIL-LINE
951273     EXIT.
951273 LIST-IF-RESOLVED-TODAY.
951274*Items re-released or returned on the business date are listed
951274*so operations can confirm returns went back to the originator.
951275     COMPUTE WS-UPDATED-DATE = SUS-UPDATED-TS / 1000000
951275     IF (SUS-STATUS = 'P' OR SUS-STATUS = 'R')
951276         AND WS-UPDATED-DATE = WS-BUSINESS-DATE
951276         ADD 1 TO WS-RESOLVED-COUNT
951277         MOVE SUS-AMOUNT TO WS-AMOUNT-DISP
951277         MOVE SPACES TO REPORT-LINE
951278         STRING SUS-ID DELIMITED BY SIZE
951278             "  " DELIMITED BY SIZE
951279             SUS-STATUS DELIMITED BY SIZE
951279             "  " DELIMITED BY SIZE
951280             SUS-TRAN-TYPE DELIMITED BY SIZE
951280             " " DELIMITED BY SIZE
951281             WS-AMOUNT-DISP DELIMITED BY SIZE
951281             "  " DELIMITED BY SIZE
951282             SUS-UPDATED-BY DELIMITED BY SIZE
951282             INTO REPORT-LINE
951283         WRITE REPORT-LINE
951283     END-IF
951284     EXIT.
951284 PRINT-REPORT-HEADER.
951285     MOVE SPACES TO REPORT-LINE
951285     STRING "POSTING SUSPENSE AGING  BUSINESS DATE: "
951286         DELIMITED BY SIZE
951286         WS-BUSINESS-DATE DELIMITED BY SIZE
951287         INTO REPORT-LINE
951287     WRITE REPORT-LINE
951288     MOVE SPACES TO REPORT-LINE
951288     WRITE REPORT-LINE
951289     STRING "ITEM      FEED DATE ACCOUNT   TY       AMOUNT"
951289         DELIMITED BY SIZE
951289         "   DAYS  REASON" DELIMITED BY SIZE
951289         INTO REPORT-LINE
951290     WRITE REPORT-LINE
951290     EXIT.
951291 PRINT-BUCKET-SUMMARY.
951291     MOVE SPACES TO REPORT-LINE
951292     WRITE REPORT-LINE
951292     PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
951293         MOVE WS-BKT-TOTAL(WS-BKT-IX) TO WS-AMOUNT-DISP
951293         MOVE SPACES TO REPORT-LINE
951294         STRING WS-BKT-NAME(WS-BKT-IX) DELIMITED BY SIZE
951294             " ITEMS " DELIMITED BY SIZE
951295             WS-BKT-COUNT(WS-BKT-IX) DELIMITED BY SIZE
951295             " AMT " DELIMITED BY SIZE
951296             WS-AMOUNT-DISP DELIMITED BY SIZE
951296             INTO REPORT-LINE
951297         WRITE REPORT-LINE
951297     END-PERFORM
951298     EXIT.
951298 PRINT-RESOLVED-HEADER.
951299     MOVE SPACES TO REPORT-LINE
951299     WRITE REPORT-LINE
951300     MOVE "RE-RELEASED (P) OR RETURNED (R) TODAY" TO REPORT-LINE
951300     WRITE REPORT-LINE
951301     EXIT.
951301 PRINT-REPORT-TRAILER.
951302     MOVE WS-OPEN-TOTAL TO WS-AMOUNT-DISP
951302     MOVE SPACES TO REPORT-LINE
951303     WRITE REPORT-LINE
951303     STRING "OPEN ITEMS: " DELIMITED BY SIZE
951304         WS-OPEN-COUNT DELIMITED BY SIZE
951304         "  AMOUNT: " DELIMITED BY SIZE
951305         WS-AMOUNT-DISP DELIMITED BY SIZE
951305         "  RESOLVED TODAY: " DELIMITED BY SIZE
951306         WS-RESOLVED-COUNT DELIMITED BY SIZE
951306         INTO REPORT-LINE
951307     WRITE REPORT-LINE
951307     EXIT.
