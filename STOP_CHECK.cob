831110 01  WS-STOP-FILE-STATUS     PIC XX VALUE "00".
831110 01  WS-EOF-FLAG             PIC X VALUE 'N'.
831111 01  WS-TODAY                PIC 9(8).
953201 01  WS-CHECK-SERIAL         PIC 9(10) VALUE 0.
831111 LINKAGE SECTION.
831112 01  LS-ACCT-NUMBER          PIC 9(8).
831112 01  LS-AMOUNT               PIC S9(9)V99 COMP-3.
831113 01  LS-STOP-FLAG            PIC X.
953201 01  LS-CHECK-SERIAL         PIC 9(10).
831113 PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-AMOUNT
831114         LS-STOP-FLAG.
831114 MAIN-PARA.
953202     MOVE 0 TO WS-CHECK-SERIAL
953202     PERFORM SCAN-ACCOUNT-STOPS
953203     GOBACK.
953203 STOP-CHECK-SERIAL-ENTRY.
953204*A check presented through clearing is also matched against
953204*the account's check stops by its serial.
953205     ENTRY "STOP-CHECK-SERIAL" USING LS-ACCT-NUMBER LS-AMOUNT
953205         LS-CHECK-SERIAL LS-STOP-FLAG.
953206     MOVE LS-CHECK-SERIAL TO WS-CHECK-SERIAL
953206     PERFORM SCAN-ACCOUNT-STOPS
953207     GOBACK.
953207 SCAN-ACCOUNT-STOPS.
831115     MOVE 'N' TO LS-STOP-FLAG
831115     MOVE 'N' TO WS-EOF-FLAG
831116     ACCEPT WS-TODAY FROM DATE YYYYMMDD
831125         END-PERFORM
831126         CLOSE STOP-PAYMENT-FILE
831126     END-IF
953208     EXIT.
831128 MATCH-IF-ACTIVE.
831128     IF STOP-STATUS = 'A'
831129         AND (STOP-EXPIRY-DATE = 0
831129             OR STOP-EXPIRY-DATE >= WS-TODAY)
953208         IF STOP-SERIAL-FROM = 0
953209             IF LS-AMOUNT >= STOP-MIN-AMOUNT
953209                 AND LS-AMOUNT <= STOP-MAX-AMOUNT
831131                 MOVE 'Y' TO LS-STOP-FLAG
831131                 MOVE 'Y' TO WS-EOF-FLAG
953210             END-IF
953210         ELSE
953211             IF WS-CHECK-SERIAL >= STOP-SERIAL-FROM
953211                 AND WS-CHECK-SERIAL <= STOP-SERIAL-TO
953212                 MOVE 'Y' TO LS-STOP-FLAG
953212                 MOVE 'Y' TO WS-EOF-FLAG
953213             END-IF
953213         END-IF
831132     END-IF
831132     EXIT.
