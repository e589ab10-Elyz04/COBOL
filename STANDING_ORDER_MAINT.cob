451215 01  WS-CHECK-ACCT           PIC 9(8).
451216 01  WS-NEXT-SO-ID           PIC 9(6).
451216 01  WS-AMOUNT               PIC 9(9)V99.
972185 01  WS-PRODUCT-FOUND        PIC X.
972185     COPY PRODREC.
451217 PROCEDURE DIVISION.
451217 MAIN-PARA.
451218     CALL "SYSTEM" USING "CLS".
451265         DISPLAY "From account: " WITH NO ADVANCING
451266         ACCEPT WS-CHECK-ACCT
451266         PERFORM VALIDATE-ORDER-ACCOUNT
972186         IF WS-ACCT-OK = 'Y'
972186             CALL "PRODUCT_LOOKUP" USING ACCT-TYPE
972187                 PRODUCT-RECORD WS-PRODUCT-FOUND
972187             IF PRD-CHAN-STANDING NOT = 'Y'
972188                 DISPLAY "This account type cannot fund standing"
972188                 DISPLAY "orders. Order rejected."
972189                 MOVE 'N' TO WS-ACCT-OK
972189             END-IF
451269         END-IF
451267         IF WS-ACCT-OK = 'Y'
451267             PERFORM ADD-ORDER-TARGET
