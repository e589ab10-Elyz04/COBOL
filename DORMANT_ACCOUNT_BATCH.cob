845501 01  WS-LAST-HEADER-CUST     PIC 9(6) VALUE 0.
850405 01  WS-DATE-PART            PIC 9(8).
850406 01  WS-TIME-PART            PIC 9(8).
972170 01  WS-PRODUCT-FOUND        PIC X.
972170     COPY PRODREC.
512128 01  WS-DETAIL-LINE.
512129     05  FILLER                  PIC X(4) VALUE SPACES.
512129     05  DT-ACCT-NUMBER          PIC 9(8).
845518     EXIT.
845519 CHECK-ONE-ACCOUNT.
845519     PERFORM FIND-LAST-ACTIVITY
972171     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972171         WS-PRODUCT-FOUND
845520     IF ACCT-STATUS = 'O'
972172         AND PRD-DORMANCY-ELIG = 'Y'
845521         PERFORM CHECK-ACCOUNT-ACTIVITY
845522     END-IF
845522     EXIT.
