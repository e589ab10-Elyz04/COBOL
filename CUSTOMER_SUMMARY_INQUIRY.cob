835117         ALTERNATE RECORD KEY IS TRAN-ACCT-NUMBER
835117             WITH DUPLICATES
835118         FILE STATUS IS WS-TRAN-FILE-STATUS.
954101     SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK.DAT"
954101         ORGANIZATION IS INDEXED
954102         ACCESS MODE IS DYNAMIC
954102         RECORD KEY IS PC-KEY
954103         FILE STATUS IS WS-PC-FILE-STATUS.
957901     SELECT CUSTOMER-RISK-FILE ASSIGN TO "CUSTRISK.DAT"
957901         ORGANIZATION IS INDEXED
957902         ACCESS MODE IS DYNAMIC
957902         RECORD KEY IS KYC-CUST-ID
957903         FILE STATUS IS WS-KYC-FILE-STATUS.
976053     SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO "SDBOX.DAT"
976053         ORGANIZATION IS INDEXED
976054         ACCESS MODE IS DYNAMIC
976054         RECORD KEY IS SDB-KEY
976055         FILE STATUS IS WS-SDB-FILE-STATUS.
835118 DATA DIVISION.
835119 FILE SECTION.
835119 FD  CUSTOMER-MASTER-FILE.
835123     COPY STORDREC.
835123 FD  TRANSACTION-LEDGER-FILE.
835124     COPY TRANREC.
954103 FD  PAID-CHECK-FILE.
954104     COPY PDCKREC.
957904 FD  CUSTOMER-RISK-FILE.
957904     COPY KYCREC.
976055 FD  SAFE-DEPOSIT-BOX-FILE.
976056     COPY SDBXREC.
835124 WORKING-STORAGE SECTION.
835125 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
835125 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
835137 01  WS-ORDERS-SHOWN         PIC 9(3) VALUE 0.
835138 01  WS-AMOUNT-DISP          PIC -9(8).99.
835138 01  WS-BALANCE-DISP         PIC -9(8).99.
954104 01  WS-PC-FILE-STATUS       PIC XX VALUE "00".
954105 01  WS-CHECK-REPLY          PIC X VALUE 'N'.
954105 01  WS-CHECK-ACCT           PIC 9(8).
954106 01  WS-CHECK-SERIAL         PIC 9(10).
954106 01  WS-CHECK-OWNED          PIC X VALUE 'N'.
954107 01  WS-CHECK-PAID           PIC X VALUE 'N'.
954107 01  WS-CHECK-ON-LEDGER      PIC X VALUE 'N'.
979101 01  WS-TRAN-OPEN            PIC X VALUE 'N'.
957905 01  WS-KYC-FILE-STATUS      PIC XX VALUE "00".
957905 01  WS-RISK-TEXT            PIC X(6).
957906 01  WS-RISK-OVERRIDE-TEXT   PIC X(11).
966601 01  WS-PII-TYPE             PIC X(5).
966601 01  WS-PII-VALUE            PIC X(40).
966602 01  WS-PII-MASKED           PIC X(40).
976056 01  WS-SDB-FILE-STATUS      PIC XX VALUE "00".
976057 01  WS-SDB-EOF              PIC X VALUE 'N'.
976057 01  WS-BOXES-SHOWN          PIC 9(3) VALUE 0.
976058 01  WS-TODAY                PIC 9(8).
976058 01  WS-BOX-ROLE             PIC X(9).
976059 01  WS-BOX-STATE            PIC X(10).
835139 PROCEDURE DIVISION.
835139 MAIN-PARA.
835140     DISPLAY "+---------------------------------+"
835145         ELSE
835145             PERFORM SHOW-ACCOUNTS
835146             PERFORM SHOW-STANDING-ORDERS
954108             PERFORM CHECK-SERIAL-LOOKUP
835146         END-IF
976059         PERFORM SHOW-SAFE-DEPOSIT-BOXES
835147     END-IF
835147     GOBACK.
835148 SHOW-CUSTOMER-PROFILE.
835156                 DISPLAY "           " CUST-ADDR-CITY " "
835156                     CUST-ADDR-STATE " " CUST-ADDR-ZIP
835157                 DISPLAY "Phone    : " CUST-PHONE
966603                 PERFORM SHOW-MASKED-PII
957907                 PERFORM SHOW-RISK-RATING
835158         END-READ
835158         CLOSE CUSTOMER-MASTER-FILE
835159     END-IF
835159     EXIT.
966604 SHOW-MASKED-PII.
966604     MOVE "SSN" TO WS-PII-TYPE
966605     MOVE CUST-SSN TO WS-PII-VALUE
966605     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966606     DISPLAY "SSN      : " FUNCTION TRIM(WS-PII-MASKED)
966606     MOVE "DOB" TO WS-PII-TYPE
966607     MOVE CUST-DOB TO WS-PII-VALUE
966607     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966608     DISPLAY "Born     : " FUNCTION TRIM(WS-PII-MASKED)
966608     MOVE "EMAIL" TO WS-PII-TYPE
966609     MOVE CUST-EMAIL TO WS-PII-VALUE
966609     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966610     DISPLAY "Email    : " FUNCTION TRIM(WS-PII-MASKED)
966610     EXIT.
957908 SHOW-RISK-RATING.
957908     OPEN INPUT CUSTOMER-RISK-FILE
957909     IF WS-KYC-FILE-STATUS NOT = "00"
957909         DISPLAY "Risk     : not yet rated"
957910     ELSE
957910         MOVE CUST-ID TO KYC-CUST-ID
957911         READ CUSTOMER-RISK-FILE
957911             INVALID KEY
957912                 DISPLAY "Risk     : not yet rated"
957912             NOT INVALID KEY
957913                 EVALUATE KYC-RATING
957913                     WHEN 'H'
957914                         MOVE "HIGH" TO WS-RISK-TEXT
957914                     WHEN 'M'
957915                         MOVE "MEDIUM" TO WS-RISK-TEXT
957915                     WHEN OTHER
957916                         MOVE "LOW" TO WS-RISK-TEXT
957916                 END-EVALUATE
957917                 MOVE SPACES TO WS-RISK-OVERRIDE-TEXT
957917                 IF KYC-OVERRIDE = 'Y'
957918                     MOVE "(override)" TO WS-RISK-OVERRIDE-TEXT
957918                 END-IF
957919                 DISPLAY "Risk     : " WS-RISK-TEXT " "
957919                     WS-RISK-OVERRIDE-TEXT "next review "
957920                     KYC-NEXT-REVIEW-DATE
957920         END-READ
957921         CLOSE CUSTOMER-RISK-FILE
957921     END-IF
957922     EXIT.
835160 COLLECT-OWNED-ACCOUNTS.
835160     MOVE 0 TO WS-ACCT-COUNT
835161     MOVE 'N' TO WS-OWNER-EOF
835240         END-IF
835241     END-PERFORM
835241     EXIT.
976060 SHOW-SAFE-DEPOSIT-BOXES.
976060*Boxes the customer rents or is a co-renter on, at any branch.
976061     MOVE 0 TO WS-BOXES-SHOWN
976061     MOVE 'N' TO WS-SDB-EOF
976062     ACCEPT WS-TODAY FROM DATE YYYYMMDD
976062     OPEN INPUT SAFE-DEPOSIT-BOX-FILE
976063     IF WS-SDB-FILE-STATUS NOT = "00"
976063         MOVE 'Y' TO WS-SDB-EOF
976064     END-IF
976064     PERFORM UNTIL WS-SDB-EOF = 'Y'
976065         READ SAFE-DEPOSIT-BOX-FILE NEXT RECORD
976065             AT END
976066                 MOVE 'Y' TO WS-SDB-EOF
976066             NOT AT END
976067                 IF SDB-STATUS = 'R' OR SDB-STATUS = 'D'
976067                     PERFORM SHOW-BOX-IF-RENTED
976068                 END-IF
976068         END-READ
976069     END-PERFORM
976069     IF WS-SDB-FILE-STATUS = "00"
976070         CLOSE SAFE-DEPOSIT-BOX-FILE
976070     END-IF
976071     DISPLAY " "
976071     DISPLAY "Safe deposit boxes: " WS-BOXES-SHOWN
976072     EXIT.
976072 SHOW-BOX-IF-RENTED.
976073     MOVE SPACES TO WS-BOX-ROLE
976073     IF SDB-RENTER-CUST = WS-SEARCH-CUST
976074         MOVE "RENTER" TO WS-BOX-ROLE
976074     END-IF
976075     IF SDB-CO-RENTER-CUST(1) = WS-SEARCH-CUST
976075         OR SDB-CO-RENTER-CUST(2) = WS-SEARCH-CUST
976076         MOVE "CO-RENTER" TO WS-BOX-ROLE
976076     END-IF
976077     IF WS-BOX-ROLE NOT = SPACES
976077         ADD 1 TO WS-BOXES-SHOWN
976078         EVALUATE TRUE
976078             WHEN SDB-STATUS = 'D'
976079                 MOVE "DRILLED" TO WS-BOX-STATE
976079             WHEN SDB-AMOUNT-DUE > 0
976080                 AND SDB-DELINQ-DATE < WS-TODAY
976080                 MOVE "DELINQUENT" TO WS-BOX-STATE
976081             WHEN SDB-AMOUNT-DUE > 0
976081                 MOVE "RENT DUE" TO WS-BOX-STATE
976082             WHEN OTHER
976082                 MOVE "CURRENT" TO WS-BOX-STATE
976083         END-EVALUATE
976083         DISPLAY "  Box " SDB-BRANCH "-" SDB-BOX-NUMBER
976084             " size " SDB-SIZE " " WS-BOX-ROLE
976084             " paid to " SDB-PAID-TO-DATE " " WS-BOX-STATE
976085         IF SDB-AMOUNT-DUE > 0
976085             MOVE SDB-AMOUNT-DUE TO WS-AMOUNT-DISP
976086             DISPLAY "      Rent due " WS-AMOUNT-DISP
976086                 " since " SDB-DUE-DATE
976087         END-IF
976087     END-IF
976088     EXIT.
954108 CHECK-SERIAL-LOOKUP.
954109     DISPLAY " "
954109     DISPLAY "Look up a check by serial (Y/N)? " WITH NO ADVANCING
954110     ACCEPT WS-CHECK-REPLY
954110     MOVE FUNCTION UPPER-CASE(WS-CHECK-REPLY) TO WS-CHECK-REPLY
954111     PERFORM UNTIL WS-CHECK-REPLY NOT = 'Y'
954111         PERFORM LOOKUP-ONE-CHECK
954112         DISPLAY "Look up another check (Y/N)? "
954112             WITH NO ADVANCING
954113         ACCEPT WS-CHECK-REPLY
954113         MOVE FUNCTION UPPER-CASE(WS-CHECK-REPLY)
954114             TO WS-CHECK-REPLY
954114     END-PERFORM
954115     EXIT.
954115 LOOKUP-ONE-CHECK.
954116     DISPLAY "Account number: " WITH NO ADVANCING
954116     ACCEPT WS-CHECK-ACCT
954117     MOVE 'N' TO WS-CHECK-OWNED
954117     PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
954118         UNTIL WS-ACCT-IX > WS-ACCT-COUNT
954118         IF WS-AT-ACCT(WS-ACCT-IX) = WS-CHECK-ACCT
954119             MOVE 'Y' TO WS-CHECK-OWNED
954119         END-IF
954120     END-PERFORM
954120     IF WS-CHECK-OWNED = 'N'
954121         DISPLAY "Account is not held by this customer."
954121     ELSE
954122         DISPLAY "Check serial: " WITH NO ADVANCING
954122         ACCEPT WS-CHECK-SERIAL
954123         PERFORM SHOW-PAID-CHECK
954123         PERFORM SHOW-CHECK-LEDGER-ENTRY
954124         IF WS-CHECK-PAID = 'Y' AND WS-CHECK-ON-LEDGER = 'N'
954124             DISPLAY "  Ledger entry has since been archived."
954125         END-IF
954125     END-IF
954126     EXIT.
954126 SHOW-PAID-CHECK.
954127*The paid check index answers whether the check cleared, when
954127*and from which presenting bank, even after archiving.
954128     MOVE 'N' TO WS-CHECK-PAID
954128     OPEN INPUT PAID-CHECK-FILE
954129     IF WS-PC-FILE-STATUS NOT = "00"
954129         DISPLAY "  No checks have been paid through clearing."
954130     ELSE
954130         MOVE WS-CHECK-ACCT TO PC-ACCT-NUMBER
954131         MOVE WS-CHECK-SERIAL TO PC-CHECK-SERIAL
954131         READ PAID-CHECK-FILE
954132             INVALID KEY
954132                 DISPLAY "  Check " WS-CHECK-SERIAL
954133                     " has not been paid."
954133             NOT INVALID KEY
954134                 MOVE 'Y' TO WS-CHECK-PAID
954134                 MOVE PC-AMOUNT TO WS-AMOUNT-DISP
954135                 DISPLAY "  Check " PC-CHECK-SERIAL
954135                     " paid " PC-PAID-DATE " " WS-AMOUNT-DISP
954136                 DISPLAY "  Presented by " PC-PRESENTING-BANK
954136                     " clearing item " PC-ITEM-SEQ
954137         END-READ
954137         CLOSE PAID-CHECK-FILE
954138     END-IF
954138     EXIT.
954139 SHOW-CHECK-LEDGER-ENTRY.
954139     MOVE 'N' TO WS-CHECK-ON-LEDGER
954140     MOVE 'N' TO WS-TRAN-EOF
979101     MOVE 'N' TO WS-TRAN-OPEN
954140     OPEN INPUT TRANSACTION-LEDGER-FILE
954141     IF WS-TRAN-FILE-STATUS NOT = "00"
954141         MOVE 'Y' TO WS-TRAN-EOF
954142     ELSE
979102         MOVE 'Y' TO WS-TRAN-OPEN
954142         MOVE WS-CHECK-ACCT TO TRAN-ACCT-NUMBER
954143         START TRANSACTION-LEDGER-FILE
954143             KEY IS >= TRAN-ACCT-NUMBER
954144             INVALID KEY
954144                 MOVE 'Y' TO WS-TRAN-EOF
954145         END-START
954145     END-IF
954146     PERFORM UNTIL WS-TRAN-EOF = 'Y'
954146         READ TRANSACTION-LEDGER-FILE NEXT RECORD
954147             AT END
954147                 MOVE 'Y' TO WS-TRAN-EOF
954148             NOT AT END
954148                 IF TRAN-ACCT-NUMBER NOT = WS-CHECK-ACCT
954149                     MOVE 'Y' TO WS-TRAN-EOF
954149                 ELSE
954150                     IF TRAN-CHECK-SERIAL = WS-CHECK-SERIAL
954150                         PERFORM SHOW-CHECK-ENTRY-LINE
954151                     END-IF
954151                 END-IF
954152         END-READ
954152     END-PERFORM
979102     IF WS-TRAN-OPEN = 'Y'
954153         CLOSE TRANSACTION-LEDGER-FILE
954154     END-IF
954154     EXIT.
954155 SHOW-CHECK-ENTRY-LINE.
954155     MOVE 'Y' TO WS-CHECK-ON-LEDGER
954156     MOVE TRAN-AMOUNT TO WS-AMOUNT-DISP
954156     MOVE TRAN-BALANCE TO WS-BALANCE-DISP
954157     DISPLAY "  Entry " TRAN-ID " " TRAN-TIMESTAMP " "
954157         TRAN-CODE " " WS-AMOUNT-DISP " BAL " WS-BALANCE-DISP
954158     IF TRAN-STATUS = 'R'
954158         DISPLAY "  Entry has been reversed."
954159     END-IF
954159     EXIT.
