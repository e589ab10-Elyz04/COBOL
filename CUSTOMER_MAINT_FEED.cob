854134 01  WS-OLD-ZIP              PIC X(10).
854134 01  WS-OLD-PHONE            PIC X(12).
854135 01  WS-OLD-EMAIL            PIC X(40).
969301 01  WS-DLV-FUNCTION         PIC X(8) VALUE "ADDRCHG".
969301 01  WS-DLV-OPERATOR         PIC X(20) VALUE "CUSTFEED".
969302 01  WS-DLV-PAPER            PIC X.
969302 01  WS-DLV-ELECTRONIC       PIC X.
969303 01  WS-DLV-RESULT           PIC X.
969303 01  WS-MAIL-CLEARED-COUNT   PIC 9(6) VALUE 0.
854132 PROCEDURE DIVISION.
854133 MAIN-PARA.
854133     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
854144     END-IF
854145     DISPLAY "Updates applied : " WS-APPLIED-COUNT
854145     DISPLAY "Updates rejected: " WS-REJECTED-COUNT
969304     DISPLAY "Returned mail cleared: " WS-MAIL-CLEARED-COUNT
854146     STOP RUN.
854147 PROCESS-FEED-RECORD.
854147     MOVE SPACES TO WS-REJECT-REASON
854184                 PERFORM REJECT-FEED-RECORD
854185             NOT INVALID KEY
854185                 PERFORM LOG-FEED-CHANGES
969304                 PERFORM CHECK-ADDRESS-CHANGE
854186                 ADD 1 TO WS-APPLIED-COUNT
854186                 PERFORM PRINT-APPLIED-LINE
854187         END-REWRITE
854206         PERFORM WRITE-HISTORY-RECORD
854207     END-IF
854207     EXIT.
969305 CHECK-ADDRESS-CHANGE.
969305*Paper mail held back because it was being returned resumes once
969306*the address has been changed.
969306     IF WS-OLD-STREET NOT = CUST-ADDR-STREET
969307         OR WS-OLD-CITY NOT = CUST-ADDR-CITY
969307         OR WS-OLD-STATE NOT = CUST-ADDR-STATE
969308         OR WS-OLD-ZIP NOT = CUST-ADDR-ZIP
969308         CALL "DELIVERY_CONTROL" USING WS-DLV-FUNCTION CUST-ID
969309             CUST-EMAIL WS-DLV-OPERATOR WS-DLV-PAPER
969309             WS-DLV-ELECTRONIC WS-DLV-RESULT
969310         IF WS-DLV-RESULT = 'Y'
969310             ADD 1 TO WS-MAIL-CLEARED-COUNT
969311             MOVE "RETURNED-MAIL" TO CH-FIELD-NAME
969311             MOVE "Y" TO CH-OLD-VALUE
969312             MOVE "N ADDRESS CHANGED" TO CH-NEW-VALUE
969312             PERFORM WRITE-HISTORY-RECORD
969313         END-IF
969313     END-IF
969314     EXIT.
854197 WRITE-HISTORY-RECORD.
854197     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
854198     ACCEPT WS-TIME-PART FROM TIME
