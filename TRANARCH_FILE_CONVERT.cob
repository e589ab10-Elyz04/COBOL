877140     MOVE OLD-AR-REVERSAL-OF TO AR-REVERSAL-OF
877140     MOVE SPACES TO AR-OPERATOR
877141     MOVE SPACES TO AR-DESC
941601     MOVE SPACES TO AR-TRAN-CODE
953002     MOVE 0 TO AR-CHECK-SERIAL
969724     MOVE SPACES TO AR-ACH-COMPANY-ID
969724     MOVE 0 TO AR-ACH-TRACE
877141     WRITE ARCHIVE-RECORD
877142     ADD 1 TO WS-WRITTEN-COUNT
877142     EXIT.
