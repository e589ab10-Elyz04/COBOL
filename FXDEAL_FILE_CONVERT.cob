980109 IDENTIFICATION DIVISION.
980109 PROGRAM-ID. FXDEAL_FILE_CONVERT.
980110 AUTHOR. ELYZ.
980110 ENVIRONMENT DIVISION.
980111 INPUT-OUTPUT SECTION.
980111 FILE-CONTROL.
980112     SELECT OLD-FX-DEAL-FILE ASSIGN TO "FXDEAL.DAT"
980112         ORGANIZATION IS INDEXED
980113         ACCESS MODE IS SEQUENTIAL
980113         RECORD KEY IS OLD-FXD-RECEIPT-NUMBER
980114         FILE STATUS IS WS-OLD-FILE-STATUS.
980114     SELECT NEW-FX-DEAL-FILE ASSIGN TO "FXDEAL.NEW"
980115         ORGANIZATION IS INDEXED
980115         ACCESS MODE IS DYNAMIC
980116         RECORD KEY IS FXD-RECEIPT-NUMBER
980116         FILE STATUS IS WS-NEW-FILE-STATUS.
980117 DATA DIVISION.
980117 FILE SECTION.
980118 FD  OLD-FX-DEAL-FILE.
980118 01  OLD-FX-DEAL-RECORD.
980119     05  OLD-FXD-RECEIPT-NUMBER  PIC 9(8).
980119     05  OLD-FXD-DEAL-DATE       PIC 9(8).
980120     05  OLD-FXD-BRANCH          PIC 9(3).
980120     05  OLD-FXD-OPERATOR        PIC X(20).
980121     05  OLD-FXD-CURRENCY        PIC X(3).
980121     05  OLD-FXD-SIDE            PIC X.
980122     05  OLD-FXD-FOREIGN-AMOUNT  PIC S9(9)V99 COMP-3.
980122     05  OLD-FXD-RATE            PIC S9(3)V9(6) COMP-3.
980123     05  OLD-FXD-MID-RATE        PIC S9(3)V9(6) COMP-3.
980123     05  OLD-FXD-LOCAL-AMOUNT    PIC S9(9)V99 COMP-3.
980124     05  OLD-FXD-MARGIN          PIC S9(7)V99 COMP-3.
980124     05  OLD-FXD-SETTLEMENT      PIC X.
980125     05  OLD-FXD-ACCT-NUMBER     PIC 9(8).
980125     05  OLD-FXD-TIMESTAMP       PIC 9(14).
980126 FD  NEW-FX-DEAL-FILE.
980126     COPY FXDLREC.
980127 WORKING-STORAGE SECTION.
980127 01  WS-OLD-FILE-STATUS      PIC XX VALUE "00".
980128 01  WS-NEW-FILE-STATUS      PIC XX VALUE "00".
980128 01  WS-EOF-FLAG             PIC X VALUE 'N'.
980129 01  WS-READ-COUNT           PIC 9(8) VALUE 0.
980129 01  WS-WRITTEN-COUNT        PIC 9(8) VALUE 0.
980130 01  WS-CASH-DEAL-COUNT      PIC 9(8) VALUE 0.
980130 PROCEDURE DIVISION.
980131 MAIN-PARA.
980131*Every deal carries over unchanged.  Deals done before the
980132*customer was taken on a cash deal carry customer zero; the cash
980132*deals among them are counted so they can be checked by hand.
980133     OPEN INPUT OLD-FX-DEAL-FILE
980133     IF WS-OLD-FILE-STATUS NOT = "00"
980134         DISPLAY "Exchange deal file is not available."
980134     ELSE
980135         OPEN OUTPUT NEW-FX-DEAL-FILE
980135         IF WS-NEW-FILE-STATUS NOT = "00"
980136             DISPLAY "Unable to create FXDEAL.NEW."
980136         ELSE
980137             PERFORM UNTIL WS-EOF-FLAG = 'Y'
980137                 READ OLD-FX-DEAL-FILE NEXT RECORD
980138                     AT END
980138                         MOVE 'Y' TO WS-EOF-FLAG
980139                     NOT AT END
980139                         PERFORM CONVERT-RECORD
980140                 END-READ
980140             END-PERFORM
980141             CLOSE NEW-FX-DEAL-FILE
980141         END-IF
980142         CLOSE OLD-FX-DEAL-FILE
980142     END-IF
980143     DISPLAY "Records read   : " WS-READ-COUNT
980143     DISPLAY "Records written: " WS-WRITTEN-COUNT
980144     DISPLAY "Cash deals with no customer: " WS-CASH-DEAL-COUNT
980144     IF WS-READ-COUNT = WS-WRITTEN-COUNT
980145         DISPLAY "Counts prove. Rename FXDEAL.NEW to"
980145         DISPLAY "FXDEAL.DAT to complete the conversion."
980146     ELSE
980146         DISPLAY "COUNTS DO NOT PROVE - do not rename."
980147     END-IF
980147     STOP RUN.
980148 CONVERT-RECORD.
980148     ADD 1 TO WS-READ-COUNT
980149     MOVE OLD-FXD-RECEIPT-NUMBER TO FXD-RECEIPT-NUMBER
980149     MOVE OLD-FXD-DEAL-DATE TO FXD-DEAL-DATE
980150     MOVE OLD-FXD-BRANCH TO FXD-BRANCH
980150     MOVE OLD-FXD-OPERATOR TO FXD-OPERATOR
980151     MOVE OLD-FXD-CURRENCY TO FXD-CURRENCY
980151     MOVE OLD-FXD-SIDE TO FXD-SIDE
980152     MOVE OLD-FXD-FOREIGN-AMOUNT TO FXD-FOREIGN-AMOUNT
980152     MOVE OLD-FXD-RATE TO FXD-RATE
980153     MOVE OLD-FXD-MID-RATE TO FXD-MID-RATE
980153     MOVE OLD-FXD-LOCAL-AMOUNT TO FXD-LOCAL-AMOUNT
980154     MOVE OLD-FXD-MARGIN TO FXD-MARGIN
980154     MOVE OLD-FXD-SETTLEMENT TO FXD-SETTLEMENT
980155     MOVE OLD-FXD-ACCT-NUMBER TO FXD-ACCT-NUMBER
980155     MOVE 0 TO FXD-CUST-ID
980156     MOVE OLD-FXD-TIMESTAMP TO FXD-TIMESTAMP
980156     IF OLD-FXD-SETTLEMENT = 'C'
980157         ADD 1 TO WS-CASH-DEAL-COUNT
980157     END-IF
980158     WRITE FX-DEAL-RECORD
980158         INVALID KEY
980159             DISPLAY "Duplicate deal not written: "
980159                 OLD-FXD-RECEIPT-NUMBER
980160         NOT INVALID KEY
980160             ADD 1 TO WS-WRITTEN-COUNT
980161     END-WRITE
980161     EXIT.
