816126 01  WS-ORIG-TYPE            PIC X(2).
816126 01  WS-ORIG-AMOUNT          PIC S9(9)V99 COMP-3.
816127 01  WS-OFFSET-TYPE          PIC X(2).
941202 01  WS-OFFSET-CODE          PIC X(4).
816127 01  WS-DATE-PART            PIC 9(8).
816128 01  WS-TIME-PART            PIC 9(8).
816128 01  WS-CURRENT-TIMESTAMP    PIC 9(14).
816171     IF WS-ORIG-TYPE = "DR"
816172         ADD WS-ORIG-AMOUNT TO ACCT-BALANCE
816172         MOVE "CR" TO WS-OFFSET-TYPE
941201         MOVE "RTCR" TO WS-OFFSET-CODE
816173     ELSE
816173         SUBTRACT WS-ORIG-AMOUNT FROM ACCT-BALANCE
816174         MOVE "DR" TO WS-OFFSET-TYPE
941201         MOVE "RTDR" TO WS-OFFSET-CODE
816174     END-IF
816175     REWRITE ACCOUNT-RECORD
816175         INVALID KEY
873513     ELSE
873513         MOVE RT-REASON TO TRAN-DESC
873514     END-IF
941202     MOVE WS-OFFSET-CODE TO TRAN-CODE
953005     MOVE 0 TO TRAN-CHECK-SERIAL
969720     MOVE SPACES TO TRAN-ACH-COMPANY-ID
969720     MOVE 0 TO TRAN-ACH-TRACE
816193     WRITE TRANSACTION-RECORD
816194         INVALID KEY
816194             DISPLAY "Duplicate transaction ID, not logged: "
816200     MOVE TRAN-ID TO GL-REFERENCE
816201     MOVE TRAN-TIMESTAMP TO GL-TIMESTAMP
816201     MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER
941203     MOVE TRAN-CODE TO GL-TRAN-CODE
816202     WRITE GL-JOURNAL-RECORD
816202     CLOSE GL-JOURNAL-FILE
816203     EXIT.
