886133 01  WS-JRNL-DATE            PIC 9(8).
886134 01  WS-ERROR-COUNT          PIC 9(6) VALUE 0.
886134 01  WS-MAPPED-COUNT         PIC 9(6) VALUE 0.
972141 01  WS-PRODUCT-FOUND        PIC X.
972141     COPY PRODREC.
886135 01  WS-DR-GRAND-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
886135 01  WS-CR-GRAND-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
886136 01  WS-GL-IX                PIC 9(2).
880402 01  WS-DEFAULT-GL-CODE      PIC X(10) VALUE "1000-DDA".
886140 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
886141 01  WS-ERROR-TEXT           PIC X(30).
941516 01  WS-MAP-FOUND            PIC X VALUE 'N'.
951306 01  WS-MAP-ACCT-TYPE        PIC X(8).
886141 PROCEDURE DIVISION.
886142 MAIN-PARA.
886142     PERFORM SET-BUSINESS-DATE
886168     END-IF
886168     EXIT.
886169 LOOK-UP-MAPPING.
951301*Posting suspense lines carry no customer account and map
951301*under the SUSPENSE account type.
951302     IF GL-ACCT-NUMBER = 0
951302         MOVE "SUSPENSE" TO WS-MAP-ACCT-TYPE
951303         PERFORM MAP-RESOLVED-ENTRY
951303     ELSE
886170         MOVE GL-ACCT-NUMBER TO ACCT-NUMBER
886170         READ ACCOUNT-MASTER-FILE
886171             INVALID KEY
886171                 MOVE "ACCOUNT NOT ON FILE" TO WS-ERROR-TEXT
886172                 PERFORM PRINT-ERROR-LINE
886172             NOT INVALID KEY
972142*An account maps under its product's GL product code, so a
972142*product can share another product's GL accounts.
972143                 CALL "PRODUCT_LOOKUP" USING ACCT-TYPE
972143                     PRODUCT-RECORD WS-PRODUCT-FOUND
972144                 MOVE PRD-GL-PRODUCT TO WS-MAP-ACCT-TYPE
951304                 PERFORM MAP-RESOLVED-ENTRY
886177         END-READ
951305     END-IF
886178     EXIT.
951305 MAP-RESOLVED-ENTRY.
941501     PERFORM READ-CODE-MAPPING
941501     IF WS-MAP-FOUND = 'N'
886175         MOVE "NO GL MAPPING" TO WS-ERROR-TEXT
886175         PERFORM PRINT-ERROR-LINE
941502     ELSE
886176         PERFORM ACCUMULATE-ENTRY
941502     END-IF
951306     EXIT.
941503 READ-CODE-MAPPING.
941503*A mapping for the entry's own transaction code wins; without
941504*one the entry books through the CR/DR default for its account
941504*type, as do journal lines written before codes existed.
941505     MOVE 'N' TO WS-MAP-FOUND
941505     IF GL-TRAN-CODE NOT = SPACES
941506         MOVE GL-TRAN-CODE TO GLM-TRAN-CODE
941506         MOVE WS-MAP-ACCT-TYPE TO GLM-ACCT-TYPE
941507         READ GL-MAP-FILE
941507             INVALID KEY
941508                 CONTINUE
941508             NOT INVALID KEY
941509                 MOVE 'Y' TO WS-MAP-FOUND
941509         END-READ
941510     END-IF
941510     IF WS-MAP-FOUND = 'N'
941511         MOVE GL-DR-CR TO GLM-TRAN-CODE
941511         MOVE WS-MAP-ACCT-TYPE TO GLM-ACCT-TYPE
941512         READ GL-MAP-FILE
941512             INVALID KEY
941513                 CONTINUE
941513             NOT INVALID KEY
941514                 MOVE 'Y' TO WS-MAP-FOUND
941514         END-READ
941515     END-IF
941515     EXIT.
886179 ACCUMULATE-ENTRY.
880403*A journal entry carrying its own GL code (anything other than
880403*the 1000-DDA default) books that code on the cash-side leg,
