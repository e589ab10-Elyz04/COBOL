953801 IDENTIFICATION DIVISION.
953801 PROGRAM-ID. RETURNED_CHECK_REPORT.
953802 AUTHOR. ELYZ.
953802 ENVIRONMENT DIVISION.
953803 INPUT-OUTPUT SECTION.
953803 FILE-CONTROL.
953804     SELECT RETURN-FILE ASSIGN TO "CHKRTN.DAT"
953804         ORGANIZATION IS LINE SEQUENTIAL
953805         FILE STATUS IS WS-RTN-FILE-STATUS.
953805     SELECT REPORT-FILE ASSIGN TO "CHKRTRPT.TXT"
953806         ORGANIZATION IS LINE SEQUENTIAL.
953806 DATA DIVISION.
953807 FILE SECTION.
953807 FD  RETURN-FILE.
953808     COPY CHKRTREC.
953808 FD  REPORT-FILE.
953809 01  REPORT-LINE             PIC X(80).
953809 WORKING-STORAGE SECTION.
953810 01  WS-RTN-FILE-STATUS      PIC XX VALUE "00".
953810 01  WS-RTN-EOF              PIC X VALUE 'N'.
953811 01  WS-BUSINESS-DATE        PIC 9(8).
953811 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
953812 01  WS-RETURN-COUNT         PIC 9(6) VALUE 0.
953812 01  WS-DUPLICATE-COUNT      PIC 9(6) VALUE 0.
953813 01  WS-RETURN-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
953813 01  WS-AMOUNT-DISP          PIC -9(10).99.
953814 01  WS-DETAIL-LINE.
953814     05  DT-ITEM-SEQ             PIC 9(8).
953815     05  FILLER                  PIC X(1) VALUE SPACES.
953815     05  DT-ACCT-NUMBER          PIC 9(8).
953816     05  FILLER                  PIC X(1) VALUE SPACES.
953816     05  DT-CHECK-SERIAL         PIC 9(10).
953817     05  FILLER                  PIC X(1) VALUE SPACES.
953817     05  DT-AMOUNT               PIC ZZZZZZZ9.99.
953818     05  FILLER                  PIC X(1) VALUE SPACES.
953818     05  DT-PRESENTING-BANK      PIC X(9).
953819     05  FILLER                  PIC X(1) VALUE SPACES.
953819     05  DT-REASON               PIC X(21).
953820 01  WS-PRIOR-LINE.
953820     05  FILLER                  PIC X(20) VALUE SPACES.
953821     05  FILLER                  PIC X(21)
953821         VALUE "FIRST PAID ON       ".
953822     05  PR-PAID-DATE            PIC 9(8).
953822     05  FILLER                  PIC X(10) VALUE " AS ITEM ".
953823     05  PR-ITEM-SEQ             PIC 9(8).
953823 PROCEDURE DIVISION.
953824 MAIN-PARA.
953824     PERFORM SET-BUSINESS-DATE
953825     OPEN OUTPUT REPORT-FILE
953825     PERFORM PRINT-REPORT-HEADER
953826     OPEN INPUT RETURN-FILE
953826     IF WS-RTN-FILE-STATUS NOT = "00"
953827         MOVE "NO RETURNED CHECKS ON FILE" TO REPORT-LINE
953827         WRITE REPORT-LINE
953828     ELSE
953828         PERFORM UNTIL WS-RTN-EOF = 'Y'
953829             READ RETURN-FILE
953829                 AT END
953830                     MOVE 'Y' TO WS-RTN-EOF
953830                 NOT AT END
953831                     IF CKR-BUS-DATE = WS-BUSINESS-DATE
953831                         PERFORM LIST-ONE-RETURN
953832                     END-IF
953832             END-READ
953833         END-PERFORM
953833         CLOSE RETURN-FILE
953834     END-IF
953834     PERFORM PRINT-REPORT-TRAILER
953835     CLOSE REPORT-FILE
953835     DISPLAY "Returned checks: " WS-RETURN-COUNT
953836         "  duplicate presentments: " WS-DUPLICATE-COUNT
953836     GOBACK.
953837 SET-BUSINESS-DATE.
953837     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
953838     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
953838     IF WS-BUS-DATE-ENV NOT = SPACES
953839         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
953839         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
953840             TO WS-BUSINESS-DATE
953840     END-IF
953841     EXIT.
953841 LIST-ONE-RETURN.
953842     ADD 1 TO WS-RETURN-COUNT
953842     ADD CKR-AMOUNT TO WS-RETURN-TOTAL
953843     MOVE CKR-ITEM-SEQ TO DT-ITEM-SEQ
953843     MOVE CKR-ACCT-NUMBER TO DT-ACCT-NUMBER
953844     MOVE CKR-CHECK-SERIAL TO DT-CHECK-SERIAL
953844     MOVE CKR-AMOUNT TO DT-AMOUNT
953845     MOVE CKR-PRESENTING-BANK TO DT-PRESENTING-BANK
953845     MOVE CKR-REASON TO DT-REASON
953846     WRITE REPORT-LINE FROM WS-DETAIL-LINE
953846*A duplicate presentment shows the presentment that was paid
953847*so the presenting bank can be pointed at it.
953847     IF CKR-FIRST-PAID-DATE NOT = 0
953848         ADD 1 TO WS-DUPLICATE-COUNT
953848         MOVE CKR-FIRST-PAID-DATE TO PR-PAID-DATE
953849         MOVE CKR-FIRST-ITEM-SEQ TO PR-ITEM-SEQ
953849         WRITE REPORT-LINE FROM WS-PRIOR-LINE
953850     END-IF
953850     EXIT.
953851 PRINT-REPORT-HEADER.
953851     MOVE SPACES TO REPORT-LINE
953852     STRING "RETURNED CHECK REPORT  BUSINESS DATE: "
953852         DELIMITED BY SIZE
953853         WS-BUSINESS-DATE DELIMITED BY SIZE
953853         INTO REPORT-LINE
953854     WRITE REPORT-LINE
953854     MOVE SPACES TO REPORT-LINE
953855     WRITE REPORT-LINE
953855     STRING "ITEM     ACCOUNT  SERIAL          AMOUNT"
953856         DELIMITED BY SIZE
953856         " PRES BANK REASON" DELIMITED BY SIZE
953857         INTO REPORT-LINE
953857     WRITE REPORT-LINE
953858     EXIT.
953858 PRINT-REPORT-TRAILER.
953859     MOVE WS-RETURN-TOTAL TO WS-AMOUNT-DISP
953859     MOVE SPACES TO REPORT-LINE
953860     WRITE REPORT-LINE
953860     STRING "RETURNED: " DELIMITED BY SIZE
953861         WS-RETURN-COUNT DELIMITED BY SIZE
953861         "  AMOUNT: " DELIMITED BY SIZE
953862         WS-AMOUNT-DISP DELIMITED BY SIZE
953862         "  DUPLICATES: " DELIMITED BY SIZE
953863         WS-DUPLICATE-COUNT DELIMITED BY SIZE
953863         INTO REPORT-LINE
953864     WRITE REPORT-LINE
953864     EXIT.
