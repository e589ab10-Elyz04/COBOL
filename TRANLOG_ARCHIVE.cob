895161     MOVE TRAN-REVERSAL-OF TO AR-REVERSAL-OF
826401     MOVE TRAN-OPERATOR TO AR-OPERATOR
873510     MOVE TRAN-DESC TO AR-DESC
941401     MOVE TRAN-CODE TO AR-TRAN-CODE
953003     MOVE TRAN-CHECK-SERIAL TO AR-CHECK-SERIAL
969721     MOVE TRAN-ACH-COMPANY-ID TO AR-ACH-COMPANY-ID
969721     MOVE TRAN-ACH-TRACE TO AR-ACH-TRACE
895161     WRITE ARCHIVE-RECORD
895162     ADD 1 TO WS-ARCHIVED-COUNT
895162     ADD TRAN-AMOUNT TO WS-ARCHIVED-AMOUNT
895197     MOVE 0 TO TRAN-REVERSAL-OF
895198     MOVE "ARCHIVE" TO TRAN-OPERATOR
873511     MOVE "BALANCE CARRIED FORWARD" TO TRAN-DESC
941401     MOVE "BFWD" TO TRAN-CODE
953003     MOVE 0 TO TRAN-CHECK-SERIAL
969722     MOVE SPACES TO TRAN-ACH-COMPANY-ID
969722     MOVE 0 TO TRAN-ACH-TRACE
895198     WRITE TRANSACTION-RECORD
895198         INVALID KEY
895199             DISPLAY "Carry-forward not written: "
