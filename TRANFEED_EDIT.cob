865187                 MOVE "ACCOUNT NOT ON FILE" TO WS-ERROR-TEXT
865188                 PERFORM PRINT-ERROR-LINE
865188             NOT INVALID KEY
963501*Restricted and charged-off accounts still take credits; the
963501*posting run applies a credit to a charged-off account as a
963502*recovery.
963502                 EVALUATE TRUE
963503                     WHEN ACCT-STATUS = 'O'
963503                         CONTINUE
963504                     WHEN (ACCT-STATUS = 'R' OR ACCT-STATUS = 'W')
963504                         AND FD-TRAN-TYPE = "CR"
963505                         CONTINUE
963505                     WHEN ACCT-STATUS = 'R'
963506                         MOVE "ACCOUNT RESTRICTED"
963506                             TO WS-ERROR-TEXT
963507                         PERFORM PRINT-ERROR-LINE
963507                     WHEN ACCT-STATUS = 'W'
963508                         MOVE "ACCOUNT CHARGED OFF"
963508                             TO WS-ERROR-TEXT
963509                         PERFORM PRINT-ERROR-LINE
963509                     WHEN OTHER
963510                         MOVE "ACCOUNT NOT OPEN" TO WS-ERROR-TEXT
963510                         PERFORM PRINT-ERROR-LINE
963511                 END-EVALUATE
865191         END-READ
865191     END-IF
865192     EXIT.
