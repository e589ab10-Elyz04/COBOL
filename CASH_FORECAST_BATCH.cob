869109     SELECT SETTLEMENT-HISTORY-FILE ASSIGN TO "DRWSETL.DAT"
869109         ORGANIZATION IS LINE SEQUENTIAL
869110         FILE STATUS IS WS-STL-FILE-STATUS.
964701     SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
964701         ORGANIZATION IS INDEXED
964702         ACCESS MODE IS DYNAMIC
964702         RECORD KEY IS VLT-BRANCH
964703         FILE STATUS IS WS-VLT-FILE-STATUS.
964703     SELECT VAULT-MOVE-FILE ASSIGN TO "VLTMOVE.DAT"
964704         ORGANIZATION IS LINE SEQUENTIAL
964704         FILE STATUS IS WS-VM-FILE-STATUS.
869110     SELECT REPORT-FILE ASSIGN TO "CASHFCST.TXT"
869111         ORGANIZATION IS LINE SEQUENTIAL.
869111 DATA DIVISION.
869118     05  STL-EXPECTED          PIC S9(9)V99.
869118     05  STL-COUNTED           PIC S9(9)V99.
869119     05  STL-OVER-SHORT        PIC S9(9)V99.
964705 FD  VAULT-FILE.
964705     COPY VLTREC.
964706 FD  VAULT-MOVE-FILE.
964706     COPY VMOVREC.
869119 FD  REPORT-FILE.
869120 01  REPORT-LINE             PIC X(80).
869120 WORKING-STORAGE SECTION.
869132 01  WS-SO-DISP              PIC -9(9).99.
869132 01  WS-NET-DISP             PIC -9(9).99.
869133 01  WS-NEED-DISP            PIC -9(9).99.
964707 01  WS-VLT-FILE-STATUS      PIC XX VALUE "00".
964707 01  WS-VM-FILE-STATUS       PIC XX VALUE "00".
964708 01  WS-VLT-EOF              PIC X VALUE 'N'.
964708 01  WS-VM-EOF               PIC X VALUE 'N'.
964709 01  WS-VAULT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
964709 01  WS-SHIP-FROM-DATE       PIC 9(8).
964710 01  WS-SHIP-IN-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
964710 01  WS-SHIP-OUT-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
964711 01  WS-POSITION-DIFF        PIC S9(13)V99 COMP-3 VALUE 0.
964711 01  WS-VAULT-DISP           PIC -9(11).99.
964712 01  WS-OS-DISP              PIC -9(9).99.
869133 PROCEDURE DIVISION.
869134 MAIN-PARA.
869134     PERFORM SET-RUN-PARAMETERS
869137     PERFORM PRINT-REPORT-HEADER
869138     PERFORM PRINT-FORECAST-DAYS
869138     PERFORM PRINT-REPORT-TRAILER
964713     PERFORM PRINT-VAULT-POSITION
964713     PERFORM SUM-SUPPLIER-SHIPMENTS
964714     PERFORM PRINT-POSITION-COMPARISON
869139     CLOSE REPORT-FILE
869139     DISPLAY "Forecast written for week of " WS-RUN-DATE
869140     STOP RUN.
869141     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
869142     COMPUTE WS-RUN-DATE-INT =
869142         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
964715     COMPUTE WS-SHIP-FROM-DATE =
964715         FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - 6)
869143     EXIT.
869144 BUILD-DAY-TABLE.
869144     PERFORM VARYING WS-DAY-IX FROM 1 BY 1
869218         INTO REPORT-LINE
869218     WRITE REPORT-LINE
869219     EXIT.
964716 PRINT-VAULT-POSITION.
964716*What the branch vaults actually hold, from their book position
964717*as last set by the end-of-day count.
964717     MOVE SPACES TO REPORT-LINE
964718     WRITE REPORT-LINE
964718     MOVE "VAULT POSITION BY BRANCH" TO REPORT-LINE
964719     WRITE REPORT-LINE
964719     MOVE 'N' TO WS-VLT-EOF
964720     OPEN INPUT VAULT-FILE
964720     IF WS-VLT-FILE-STATUS NOT = "00"
964721         MOVE 'Y' TO WS-VLT-EOF
964721         MOVE "NO BRANCH VAULTS SET UP" TO REPORT-LINE
964722         WRITE REPORT-LINE
964722     END-IF
964723     PERFORM UNTIL WS-VLT-EOF = 'Y'
964723         READ VAULT-FILE NEXT RECORD
964724             AT END
964724                 MOVE 'Y' TO WS-VLT-EOF
964725             NOT AT END
964725                 PERFORM PRINT-VAULT-LINE
964726         END-READ
964726     END-PERFORM
964727     IF WS-VLT-FILE-STATUS NOT = "35"
964727         CLOSE VAULT-FILE
964728     END-IF
964728     EXIT.
964729 PRINT-VAULT-LINE.
964729     ADD VLT-CASH-TOTAL TO WS-VAULT-TOTAL
964730     MOVE VLT-CASH-TOTAL TO WS-VAULT-DISP
964730     MOVE VLT-LAST-OVER-SHORT TO WS-OS-DISP
964731     MOVE SPACES TO REPORT-LINE
964731     STRING "BRANCH " DELIMITED BY SIZE
964732         VLT-BRANCH DELIMITED BY SIZE
964732         "  CASH " DELIMITED BY SIZE
964733         WS-VAULT-DISP DELIMITED BY SIZE
964733         "  COUNTED " DELIMITED BY SIZE
964734         VLT-LAST-COUNT-DATE DELIMITED BY SIZE
964734         "  O/S " DELIMITED BY SIZE
964735         WS-OS-DISP DELIMITED BY SIZE
964735         INTO REPORT-LINE
964736     WRITE REPORT-LINE
964736     EXIT.
964737 SUM-SUPPLIER-SHIPMENTS.
964737     MOVE 'N' TO WS-VM-EOF
964738     OPEN INPUT VAULT-MOVE-FILE
964738     IF WS-VM-FILE-STATUS NOT = "00"
964739         MOVE 'Y' TO WS-VM-EOF
964739     END-IF
964740     PERFORM UNTIL WS-VM-EOF = 'Y'
964740         READ VAULT-MOVE-FILE
964741             AT END
964741                 MOVE 'Y' TO WS-VM-EOF
964742             NOT AT END
964742                 IF VM-BUS-DATE >= WS-SHIP-FROM-DATE
964743                     AND VM-BUS-DATE <= WS-RUN-DATE
964743                     EVALUATE VM-TYPE
964744                         WHEN "SHIPIN"
964744                             ADD VM-AMOUNT TO WS-SHIP-IN-TOTAL
964745                         WHEN "SHIPOUT"
964745                             ADD VM-AMOUNT TO WS-SHIP-OUT-TOTAL
964746                         WHEN OTHER
964746                             CONTINUE
964747                     END-EVALUATE
964747                 END-IF
964748         END-READ
964748     END-PERFORM
964749     IF WS-VM-FILE-STATUS NOT = "35"
964749         CLOSE VAULT-MOVE-FILE
964750     END-IF
964750     EXIT.
964751 PRINT-POSITION-COMPARISON.
964751*A vault position short of the week's projected need is the
964752*amount to order from the cash supplier; a surplus can be
964752*shipped back.
964753     MOVE SPACES TO REPORT-LINE
964753     WRITE REPORT-LINE
964754     MOVE WS-SHIP-IN-TOTAL TO WS-VAULT-DISP
964754     STRING "SUPPLIER SHIPMENTS IN, LAST 7 DAYS : "
964754         DELIMITED BY SIZE
964755         WS-VAULT-DISP DELIMITED BY SIZE
964755         INTO REPORT-LINE
964756     WRITE REPORT-LINE
964756     MOVE SPACES TO REPORT-LINE
964757     MOVE WS-SHIP-OUT-TOTAL TO WS-VAULT-DISP
964757     STRING "SUPPLIER SHIPMENTS OUT, LAST 7 DAYS: "
964757         DELIMITED BY SIZE
964758         WS-VAULT-DISP DELIMITED BY SIZE
964758         INTO REPORT-LINE
964759     WRITE REPORT-LINE
964759     MOVE SPACES TO REPORT-LINE
964760     MOVE WS-VAULT-TOTAL TO WS-VAULT-DISP
964760     STRING "VAULT CASH ON HAND                 : "
964760         DELIMITED BY SIZE
964761         WS-VAULT-DISP DELIMITED BY SIZE
964761         INTO REPORT-LINE
964762     WRITE REPORT-LINE
964762     COMPUTE WS-POSITION-DIFF = WS-VAULT-TOTAL - WS-WEEK-NEED
964763     MOVE SPACES TO REPORT-LINE
964763     IF WS-POSITION-DIFF < 0
964764         COMPUTE WS-POSITION-DIFF = 0 - WS-POSITION-DIFF
964764         MOVE WS-POSITION-DIFF TO WS-VAULT-DISP
964765         STRING "SHORTFALL - ORDER FROM SUPPLIER    : "
964765             DELIMITED BY SIZE
964766             WS-VAULT-DISP DELIMITED BY SIZE
964766             INTO REPORT-LINE
964767     ELSE
964767         MOVE WS-POSITION-DIFF TO WS-VAULT-DISP
964768         STRING "SURPLUS OVER PROJECTED WEEK NEED   : "
964768             DELIMITED BY SIZE
964769             WS-VAULT-DISP DELIMITED BY SIZE
964769             INTO REPORT-LINE
964770     END-IF
964770     WRITE REPORT-LINE
964771     EXIT.
