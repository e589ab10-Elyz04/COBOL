971801 IDENTIFICATION DIVISION.
971801 PROGRAM-ID. PRODUCT_LOOKUP.
971802 AUTHOR. ELYZ.
971802 ENVIRONMENT DIVISION.
971803 INPUT-OUTPUT SECTION.
971803 FILE-CONTROL.
971804     SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
971804         ORGANIZATION IS INDEXED
971805         ACCESS MODE IS DYNAMIC
971805         RECORD KEY IS PRD-ACCT-TYPE
971806         FILE STATUS IS WS-PRD-FILE-STATUS.
971806 DATA DIVISION.
971807 FILE SECTION.
971807 FD  PRODUCT-FILE.
971808     COPY PRODREC.
971808 WORKING-STORAGE SECTION.
971809 01  WS-PRD-FILE-STATUS      PIC XX VALUE "00".
971809 LINKAGE SECTION.
971810 01  LS-ACCT-TYPE            PIC X(8).
979711 01  LS-PRODUCT              PIC X(104).
971811 01  LS-FOUND-FLAG           PIC X.
971811 PROCEDURE DIVISION USING LS-ACCT-TYPE LS-PRODUCT LS-FOUND-FLAG.
971812 MAIN-PARA.
971812     MOVE 'N' TO LS-FOUND-FLAG
971813     OPEN INPUT PRODUCT-FILE
971813     IF WS-PRD-FILE-STATUS = "35"
971814         PERFORM SEED-STANDARD-PRODUCTS
971814         OPEN INPUT PRODUCT-FILE
971815     END-IF
971815     IF WS-PRD-FILE-STATUS = "00"
971816         MOVE LS-ACCT-TYPE TO PRD-ACCT-TYPE
971816         READ PRODUCT-FILE
971817             INVALID KEY
971817                 CONTINUE
971818             NOT INVALID KEY
971818                 MOVE 'Y' TO LS-FOUND-FLAG
971819                 MOVE PRODUCT-RECORD TO LS-PRODUCT
971819         END-READ
971820         CLOSE PRODUCT-FILE
971820     END-IF
971821     IF LS-FOUND-FLAG = 'N'
971821         PERFORM SET-STANDARD-RULES
971822         MOVE LS-ACCT-TYPE TO PRD-ACCT-TYPE
971822         MOVE LS-ACCT-TYPE TO PRD-GL-PRODUCT
971823         MOVE PRODUCT-RECORD TO LS-PRODUCT
971823     END-IF
971824     GOBACK.
971824 SET-STANDARD-RULES.
971825     MOVE SPACES TO PRODUCT-RECORD
971825     MOVE 'A' TO PRD-STATUS
971826     MOVE 'N' TO PRD-INT-BEARING
971826     MOVE 'Y' TO PRD-DORMANCY-ELIG
971827     MOVE 'Y' TO PRD-OD-ALLOWED
971827     MOVE 25.00 TO PRD-OD-FEE
979708     MOVE 'N' TO PRD-SWEEP-ROLE
979708     MOVE 0 TO PRD-SWEEP-FEE
971828     MOVE 0 TO PRD-MIN-OPEN-DEP
971828     MOVE 0 TO PRD-MIN-BALANCE
971829     MOVE 0 TO PRD-WDRL-LIMIT
971829     MOVE "YYYYY" TO PRD-CHANNELS
971830     MOVE "SYSTEM" TO PRD-CHANGED-BY
971830     ACCEPT PRD-CHANGED-DATE FROM DATE YYYYMMDD
971831     EXIT.
971831 SEED-STANDARD-PRODUCTS.
971832*A new product file starts with the four standard products, set up
971832*the way those account types have always been handled.
971833     OPEN OUTPUT PRODUCT-FILE
971833     PERFORM SET-STANDARD-RULES
971834     MOVE "CHECKING" TO PRD-ACCT-TYPE
971834     MOVE "CHECKING ACCOUNT" TO PRD-DESCRIPTION
971835     MOVE "CHECKING" TO PRD-GL-PRODUCT
979709     MOVE 'P' TO PRD-SWEEP-ROLE
979709     MOVE 10.00 TO PRD-SWEEP-FEE
971835     WRITE PRODUCT-RECORD
971836     PERFORM SET-STANDARD-RULES
971836     MOVE "SAVINGS" TO PRD-ACCT-TYPE
971837     MOVE "SAVINGS ACCOUNT" TO PRD-DESCRIPTION
971837     MOVE 'Y' TO PRD-INT-BEARING
971838     MOVE 'M' TO PRD-ACCRUAL-FREQ
971838     MOVE "SAVINGS" TO PRD-GL-PRODUCT
979710     MOVE 'F' TO PRD-SWEEP-ROLE
971839     WRITE PRODUCT-RECORD
971839     PERFORM SET-STANDARD-RULES
971840     MOVE "TERM" TO PRD-ACCT-TYPE
971840     MOVE "TERM DEPOSIT" TO PRD-DESCRIPTION
971841     MOVE 'N' TO PRD-DORMANCY-ELIG
971841     MOVE 'N' TO PRD-OD-ALLOWED
971842     MOVE 0 TO PRD-OD-FEE
971842     MOVE "YYNNN" TO PRD-CHANNELS
971843     MOVE "TERM" TO PRD-GL-PRODUCT
971843     WRITE PRODUCT-RECORD
971844     PERFORM SET-STANDARD-RULES
971844     MOVE "LOAN" TO PRD-ACCT-TYPE
971845     MOVE "LOAN ACCOUNT" TO PRD-DESCRIPTION
971845     MOVE 'N' TO PRD-DORMANCY-ELIG
971846     MOVE 'N' TO PRD-OD-ALLOWED
971846     MOVE 0 TO PRD-OD-FEE
971847     MOVE "YYNNN" TO PRD-CHANNELS
971847     MOVE "LOAN" TO PRD-GL-PRODUCT
971848     WRITE PRODUCT-RECORD
971848     CLOSE PRODUCT-FILE
971849     EXIT.
