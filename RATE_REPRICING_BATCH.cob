820122 01  WS-OPERATOR-ID          PIC X(20) VALUE "REPRICE".
820122 01  WS-OLD-RATE-DISP        PIC 9.9999.
820123 01  WS-NEW-RATE-DISP        PIC 9.9999.
972173 01  WS-PRODUCT-FOUND        PIC X.
972173     COPY PRODREC.
820123 PROCEDURE DIVISION.
820124 MAIN-PARA.
820124     PERFORM SET-BUSINESS-DATE
820140     END-IF
820141     EXIT.
820142 REPRICE-IF-ELIGIBLE.
972174     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972174         WS-PRODUCT-FOUND
820142     IF ACCT-STATUS NOT = 'O'
972175         OR PRD-INT-BEARING NOT = 'Y'
820144         ADD 1 TO WS-SKIPPED-COUNT
820144     ELSE
820145         CALL "RATE_LOOKUP" USING ACCT-TYPE ACCT-BALANCE
