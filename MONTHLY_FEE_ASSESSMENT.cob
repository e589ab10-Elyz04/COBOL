487120 01  WS-AMOUNT-DISP          PIC -9(8).99.
487120 01  WS-RESULT-TAG           PIC X(8).
917407 01  WS-OPERATOR-ID          PIC X(20) VALUE "MONFEE".
941001 01  WS-POST-DESC            PIC X(30) VALUE SPACES.
941001 01  WS-TRAN-CODE            PIC X(4) VALUE "MFEE".
998405 01  WS-CTL-FILE-STATUS      PIC XX VALUE "00".
998405 01  WS-MONTH-PERIOD         PIC 9(8).
998406 01  WS-RUN-FOUND            PIC X VALUE 'N'.
487160         INVALID KEY
487160             DISPLAY "Fee posting failed: " ACCT-NUMBER
487161         NOT INVALID KEY
487161             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
487162                 WS-TYPE-DR WS-POST-AMOUNT ACCT-BALANCE
487163                 WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
487162             ADD 1 TO WS-CHARGED-COUNT
487163             ADD FEE-MONTHLY-AMOUNT TO WS-CHARGED-TOTAL
487163             MOVE "CHARGED" TO WS-RESULT-TAG
