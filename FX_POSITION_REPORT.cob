974401 IDENTIFICATION DIVISION.
974401 PROGRAM-ID. FX_POSITION_REPORT.
974402 AUTHOR. ELYZ.
974402 ENVIRONMENT DIVISION.
974403 INPUT-OUTPUT SECTION.
974403 FILE-CONTROL.
974404     SELECT FX-DEAL-FILE ASSIGN TO "FXDEAL.DAT"
974404         ORGANIZATION IS INDEXED
974405         ACCESS MODE IS SEQUENTIAL
974405         RECORD KEY IS FXD-RECEIPT-NUMBER
974406         FILE STATUS IS WS-FXD-FILE-STATUS.
974406     SELECT REPORT-FILE ASSIGN TO "FXPOS.TXT"
974407         ORGANIZATION IS LINE SEQUENTIAL.
974407 DATA DIVISION.
974408 FILE SECTION.
974408 FD  FX-DEAL-FILE.
974409     COPY FXDLREC.
974409 FD  REPORT-FILE.
974410 01  REPORT-LINE             PIC X(80).
974410 WORKING-STORAGE SECTION.
974411 01  WS-FXD-FILE-STATUS      PIC XX VALUE "00".
974411 01  WS-FXD-EOF              PIC X VALUE 'N'.
974412 01  WS-BUSINESS-DATE        PIC 9(8).
974412 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
974413 01  WS-DEAL-COUNT           PIC 9(6) VALUE 0.
974413 01  WS-MARGIN-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
974414 01  WS-PAID-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
974414 01  WS-RECEIVED-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
974415 01  WS-BR-MARGIN            PIC S9(11)V99 COMP-3 VALUE 0.
974415 01  WS-BR-PAID              PIC S9(11)V99 COMP-3 VALUE 0.
974416 01  WS-BR-RECEIVED          PIC S9(11)V99 COMP-3 VALUE 0.
974416 01  WS-BR-CURRENT           PIC 9(3) VALUE 0.
974417 01  WS-OVERFLOW-COUNT       PIC 9(6) VALUE 0.
974417 01  WS-AMOUNT-DISP          PIC -9(10).99.
974418 01  WS-AMOUNT-DISP2         PIC -9(10).99.
974418 01  WS-AMOUNT-DISP3         PIC -9(10).99.
974419*One entry per branch and currency dealt on the business date,
974419*kept in branch and currency order as deals are added.
974420 01  WS-POS-MAX              PIC 9(3) VALUE 500.
974420 01  WS-POS-COUNT            PIC 9(3) VALUE 0.
974421 01  WS-POS-IX               PIC 9(3) VALUE 0.
974421 01  WS-POS-AT               PIC 9(3) VALUE 0.
974422 01  WS-POS-FOUND            PIC X VALUE 'N'.
974422 01  WS-POS-TABLE.
974423     05  WS-POS-ENTRY OCCURS 500.
974423         10  WS-POS-KEY.
974424             15  WS-POS-BRANCH       PIC 9(3).
974424             15  WS-POS-CURRENCY     PIC X(3).
974425         10  WS-POS-DEALS        PIC 9(5).
974425         10  WS-POS-BOUGHT       PIC S9(11)V99 COMP-3.
974426         10  WS-POS-SOLD         PIC S9(11)V99 COMP-3.
974426         10  WS-POS-PAID         PIC S9(11)V99 COMP-3.
974427         10  WS-POS-RECEIVED     PIC S9(11)V99 COMP-3.
974427         10  WS-POS-MARGIN       PIC S9(9)V99 COMP-3.
974428 01  WS-DEAL-KEY.
974428     05  WS-DEAL-BRANCH          PIC 9(3).
974429     05  WS-DEAL-CURRENCY        PIC X(3).
974429 01  WS-DETAIL-LINE.
974430     05  DT-BRANCH               PIC 9(3).
974430     05  FILLER                  PIC X(2) VALUE SPACES.
974431     05  DT-CURRENCY             PIC X(3).
974431     05  FILLER                  PIC X(1) VALUE SPACES.
974432     05  DT-DEALS                PIC ZZZZ9.
974432     05  FILLER                  PIC X(1) VALUE SPACES.
974433     05  DT-BOUGHT               PIC -9(10).99.
974433     05  FILLER                  PIC X(1) VALUE SPACES.
974434     05  DT-SOLD                 PIC -9(10).99.
974434     05  FILLER                  PIC X(1) VALUE SPACES.
974435     05  DT-NET                  PIC -9(10).99.
974435 01  WS-LOCAL-LINE.
974436     05  FILLER                  PIC X(15) VALUE SPACES.
974436     05  LL-PAID                 PIC -9(10).99.
974437     05  FILLER                  PIC X(1) VALUE SPACES.
974437     05  LL-RECEIVED             PIC -9(10).99.
974438     05  FILLER                  PIC X(1) VALUE SPACES.
974438     05  LL-MARGIN               PIC -9(10).99.
974439 PROCEDURE DIVISION.
974439 MAIN-PARA.
974440     PERFORM SET-BUSINESS-DATE
974440     OPEN OUTPUT REPORT-FILE
974441     PERFORM PRINT-REPORT-HEADER
974441     OPEN INPUT FX-DEAL-FILE
974442     IF WS-FXD-FILE-STATUS NOT = "00"
974442         MOVE "NO FOREIGN EXCHANGE DEALS ON FILE" TO REPORT-LINE
974443         WRITE REPORT-LINE
974443     ELSE
974444         PERFORM UNTIL WS-FXD-EOF = 'Y'
974444             READ FX-DEAL-FILE NEXT RECORD
974445                 AT END
974445                     MOVE 'Y' TO WS-FXD-EOF
974446                 NOT AT END
974446                     IF FXD-DEAL-DATE = WS-BUSINESS-DATE
974447                         PERFORM ADD-ONE-DEAL
974447                     END-IF
974448             END-READ
974448         END-PERFORM
974449         CLOSE FX-DEAL-FILE
974449         PERFORM PRINT-POSITIONS
974450     END-IF
974450     PERFORM PRINT-REPORT-TRAILER
974451     CLOSE REPORT-FILE
974451     DISPLAY "Foreign exchange deals: " WS-DEAL-COUNT
974452     IF WS-OVERFLOW-COUNT > 0
974452         DISPLAY "Deals not in position table: " WS-OVERFLOW-COUNT
974453         MOVE 8 TO RETURN-CODE
974453     END-IF
974454     GOBACK.
974454 SET-BUSINESS-DATE.
974455     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
974455     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
974456     IF WS-BUS-DATE-ENV NOT = SPACES
974456         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
974457         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
974457             TO WS-BUSINESS-DATE
974458     END-IF
974458     EXIT.
974459 ADD-ONE-DEAL.
974459*The bank's foreign position grows by the notes it buys and falls
974460*by the notes it sells; the local cash moves the other way.
974460     MOVE FXD-BRANCH TO WS-DEAL-BRANCH
974461     MOVE FXD-CURRENCY TO WS-DEAL-CURRENCY
974461     PERFORM FIND-POSITION
974462     IF WS-POS-FOUND = 'N'
974462         ADD 1 TO WS-OVERFLOW-COUNT
974463     ELSE
974463         ADD 1 TO WS-DEAL-COUNT
974464         ADD 1 TO WS-POS-DEALS(WS-POS-AT)
974464         IF FXD-SIDE = 'B'
974465             ADD FXD-FOREIGN-AMOUNT TO WS-POS-BOUGHT(WS-POS-AT)
974465             ADD FXD-LOCAL-AMOUNT TO WS-POS-PAID(WS-POS-AT)
974466         ELSE
974466             ADD FXD-FOREIGN-AMOUNT TO WS-POS-SOLD(WS-POS-AT)
974467             ADD FXD-LOCAL-AMOUNT TO WS-POS-RECEIVED(WS-POS-AT)
974467         END-IF
974468         ADD FXD-MARGIN TO WS-POS-MARGIN(WS-POS-AT)
974468     END-IF
974469     EXIT.
974469 FIND-POSITION.
974470*Leaves WS-POS-AT at the entry for WS-DEAL-KEY, opening a new
974470*entry in key order when there is none yet.
974471     MOVE 'N' TO WS-POS-FOUND
974471     MOVE 0 TO WS-POS-AT
974472     PERFORM VARYING WS-POS-IX FROM 1 BY 1
974472         UNTIL WS-POS-IX > WS-POS-COUNT OR WS-POS-AT > 0
974473         IF WS-POS-KEY(WS-POS-IX) NOT < WS-DEAL-KEY
974473             MOVE WS-POS-IX TO WS-POS-AT
974474         END-IF
974474     END-PERFORM
974475     IF WS-POS-AT > 0
974475         IF WS-POS-KEY(WS-POS-AT) = WS-DEAL-KEY
974476             MOVE 'Y' TO WS-POS-FOUND
974476         END-IF
974477     ELSE
974477         COMPUTE WS-POS-AT = WS-POS-COUNT + 1
974478     END-IF
974478     IF WS-POS-FOUND = 'N' AND WS-POS-COUNT < WS-POS-MAX
974479         PERFORM VARYING WS-POS-IX FROM WS-POS-COUNT BY -1
974479             UNTIL WS-POS-IX < WS-POS-AT
974480             MOVE WS-POS-ENTRY(WS-POS-IX)
974480                 TO WS-POS-ENTRY(WS-POS-IX + 1)
974481         END-PERFORM
974481         ADD 1 TO WS-POS-COUNT
974482         MOVE WS-DEAL-KEY TO WS-POS-KEY(WS-POS-AT)
974482         MOVE 0 TO WS-POS-DEALS(WS-POS-AT)
974483         MOVE 0 TO WS-POS-BOUGHT(WS-POS-AT)
974483         MOVE 0 TO WS-POS-SOLD(WS-POS-AT)
974484         MOVE 0 TO WS-POS-PAID(WS-POS-AT)
974484         MOVE 0 TO WS-POS-RECEIVED(WS-POS-AT)
974485         MOVE 0 TO WS-POS-MARGIN(WS-POS-AT)
974485         MOVE 'Y' TO WS-POS-FOUND
974486     END-IF
974486     EXIT.
974487 PRINT-POSITIONS.
974487     IF WS-POS-COUNT = 0
974488         MOVE "NO FOREIGN EXCHANGE DEALS FOR THE BUSINESS DATE"
974488             TO REPORT-LINE
974489         WRITE REPORT-LINE
974489     ELSE
974490         MOVE WS-POS-BRANCH(1) TO WS-BR-CURRENT
974490         PERFORM VARYING WS-POS-IX FROM 1 BY 1
974491             UNTIL WS-POS-IX > WS-POS-COUNT
974491             IF WS-POS-BRANCH(WS-POS-IX) NOT = WS-BR-CURRENT
974492                 PERFORM PRINT-BRANCH-TOTAL
974492                 MOVE WS-POS-BRANCH(WS-POS-IX) TO WS-BR-CURRENT
974493             END-IF
974493             PERFORM PRINT-ONE-POSITION
974494         END-PERFORM
974494         PERFORM PRINT-BRANCH-TOTAL
974495     END-IF
974495     EXIT.
974496 PRINT-ONE-POSITION.
974496     MOVE WS-POS-BRANCH(WS-POS-IX) TO DT-BRANCH
974497     MOVE WS-POS-CURRENCY(WS-POS-IX) TO DT-CURRENCY
974497     MOVE WS-POS-DEALS(WS-POS-IX) TO DT-DEALS
974498     MOVE WS-POS-BOUGHT(WS-POS-IX) TO DT-BOUGHT
974498     MOVE WS-POS-SOLD(WS-POS-IX) TO DT-SOLD
974499     COMPUTE DT-NET =
974499         WS-POS-BOUGHT(WS-POS-IX) - WS-POS-SOLD(WS-POS-IX)
974500     WRITE REPORT-LINE FROM WS-DETAIL-LINE
974500     MOVE WS-POS-PAID(WS-POS-IX) TO LL-PAID
974501     MOVE WS-POS-RECEIVED(WS-POS-IX) TO LL-RECEIVED
974501     MOVE WS-POS-MARGIN(WS-POS-IX) TO LL-MARGIN
974502     WRITE REPORT-LINE FROM WS-LOCAL-LINE
974502     ADD WS-POS-PAID(WS-POS-IX) TO WS-BR-PAID
974503     ADD WS-POS-RECEIVED(WS-POS-IX) TO WS-BR-RECEIVED
974503     ADD WS-POS-MARGIN(WS-POS-IX) TO WS-BR-MARGIN
974504     EXIT.
974504 PRINT-BRANCH-TOTAL.
974505*Foreign amounts are not added across currencies; the branch
974505*total is of the local cash and the margin earned.
974506     MOVE WS-BR-PAID TO WS-AMOUNT-DISP
974506     MOVE WS-BR-RECEIVED TO WS-AMOUNT-DISP2
974507     MOVE WS-BR-MARGIN TO WS-AMOUNT-DISP3
974507     MOVE SPACES TO REPORT-LINE
974508     STRING "BRANCH " DELIMITED BY SIZE
974508         WS-BR-CURRENT DELIMITED BY SIZE
974509         " TOTAL " DELIMITED BY SIZE
974509         WS-AMOUNT-DISP DELIMITED BY SIZE
974510         " " DELIMITED BY SIZE
974510         WS-AMOUNT-DISP2 DELIMITED BY SIZE
974511         " " DELIMITED BY SIZE
974511         WS-AMOUNT-DISP3 DELIMITED BY SIZE
974512         INTO REPORT-LINE
974512     WRITE REPORT-LINE
974513     MOVE SPACES TO REPORT-LINE
974513     WRITE REPORT-LINE
974514     ADD WS-BR-PAID TO WS-PAID-TOTAL
974514     ADD WS-BR-RECEIVED TO WS-RECEIVED-TOTAL
974515     ADD WS-BR-MARGIN TO WS-MARGIN-TOTAL
974515     MOVE 0 TO WS-BR-PAID
974516     MOVE 0 TO WS-BR-RECEIVED
974516     MOVE 0 TO WS-BR-MARGIN
974517     EXIT.
974517 PRINT-REPORT-HEADER.
974518     MOVE SPACES TO REPORT-LINE
974518     STRING "FOREIGN EXCHANGE POSITION  BUSINESS DATE: "
974519         DELIMITED BY SIZE
974519         WS-BUSINESS-DATE DELIMITED BY SIZE
974520         INTO REPORT-LINE
974520     WRITE REPORT-LINE
974521     MOVE SPACES TO REPORT-LINE
974521     WRITE REPORT-LINE
974522     MOVE "BR   CCY DEALS" TO REPORT-LINE
974522     MOVE "FX BOUGHT" TO REPORT-LINE(21:9)
974523     MOVE "FX SOLD" TO REPORT-LINE(38:7)
974523     MOVE "FX NET" TO REPORT-LINE(54:6)
974524     WRITE REPORT-LINE
974524     MOVE SPACES TO REPORT-LINE
974525     MOVE "LOCAL PAID" TO REPORT-LINE(20:10)
974525     MOVE "LOCAL RECEIVED" TO REPORT-LINE(31:14)
974526     MOVE "MARGIN" TO REPORT-LINE(54:6)
974526     WRITE REPORT-LINE
974527     EXIT.
974527 PRINT-REPORT-TRAILER.
974528     MOVE WS-PAID-TOTAL TO WS-AMOUNT-DISP
974528     MOVE WS-RECEIVED-TOTAL TO WS-AMOUNT-DISP2
974529     MOVE WS-MARGIN-TOTAL TO WS-AMOUNT-DISP3
974529     MOVE SPACES TO REPORT-LINE
974530     STRING "DEALS: " DELIMITED BY SIZE
974530         WS-DEAL-COUNT DELIMITED BY SIZE
974531         "  LOCAL PAID: " DELIMITED BY SIZE
974531         WS-AMOUNT-DISP DELIMITED BY SIZE
974532         INTO REPORT-LINE
974532     WRITE REPORT-LINE
974533     MOVE SPACES TO REPORT-LINE
974533     STRING "LOCAL RECEIVED: " DELIMITED BY SIZE
974534         WS-AMOUNT-DISP2 DELIMITED BY SIZE
974534         "  MARGIN: " DELIMITED BY SIZE
974535         WS-AMOUNT-DISP3 DELIMITED BY SIZE
974535         INTO REPORT-LINE
974536     WRITE REPORT-LINE
974536     EXIT.
