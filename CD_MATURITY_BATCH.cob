524121 01  WS-TYPE-CR              PIC X(2) VALUE "CR".
524122 01  WS-RESULT-TAG           PIC X(12).
917405 01  WS-OPERATOR-ID          PIC X(20) VALUE "CDMATUR".
940801 01  WS-POST-DESC            PIC X(30) VALUE SPACES.
940801 01  WS-TRAN-CODE            PIC X(4).
824142 01  WS-DAY-OF-WEEK          PIC 9.
824142 01  WS-HOLIDAY-FLAG         PIC X.
824143 01  WS-ROLL-AGAIN           PIC X.
524181                 DISPLAY "Interest post failed: " ACCT-NUMBER
524182             NOT INVALID KEY
524182                 MOVE WS-FINAL-INTEREST TO WS-POST-AMOUNT
940802                 MOVE "CDIN" TO WS-TRAN-CODE
524183                 CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
524183                     WS-TYPE-CR WS-POST-AMOUNT ACCT-BALANCE
524184                     WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
524184         END-REWRITE
524184     END-IF
524185     IF ACCT-DISPOSITION = 'T' AND ACCT-LINKED-ACCT NOT = 0
524215     EXIT.
524216 POST-PROCEEDS-LEGS.
524216     MOVE WS-PROCEEDS TO WS-POST-AMOUNT
940803     MOVE "CDPO" TO WS-TRAN-CODE
524217     CALL "POST-TRANSACTION-C" USING WS-TERM-ACCT
524217         WS-TYPE-DR WS-POST-AMOUNT WS-TERM-BALANCE
524218         WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
940803     MOVE "CDPI" TO WS-TRAN-CODE
524218     CALL "POST-TRANSACTION-C" USING WS-LINKED-ACCT
524218         WS-TYPE-CR WS-POST-AMOUNT WS-LINKED-BALANCE
524219         WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
524219     ADD 1 TO WS-PAID-COUNT
524219     MOVE WS-TERM-ACCT TO ACCT-NUMBER
524220     MOVE "PAID-OUT" TO WS-RESULT-TAG
