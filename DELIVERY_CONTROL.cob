968801 IDENTIFICATION DIVISION.
968801 PROGRAM-ID. DELIVERY_CONTROL.
968802 AUTHOR. ELYZ.
968802 ENVIRONMENT DIVISION.
968803 INPUT-OUTPUT SECTION.
968803 FILE-CONTROL.
968804     SELECT CUSTOMER-DELIVERY-FILE ASSIGN TO "CUSTDLV.DAT"
968804         ORGANIZATION IS INDEXED
968805         ACCESS MODE IS DYNAMIC
968805         RECORD KEY IS DLV-CUST-ID
968806         FILE STATUS IS WS-DLV-FILE-STATUS.
968806 DATA DIVISION.
968807 FILE SECTION.
968807 FD  CUSTOMER-DELIVERY-FILE.
968808     COPY DLVREC.
968808 WORKING-STORAGE SECTION.
968809 01  WS-DLV-FILE-STATUS      PIC XX VALUE "00".
968809 01  WS-BUSINESS-DATE        PIC 9(8).
968810 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
968810 LINKAGE SECTION.
968811*ROUTE or ADDRCHG.
968811 01  LS-FUNCTION             PIC X(8).
968812 01  LS-CUST-ID              PIC 9(6).
968812*ROUTE only: the email address on the customer record.
968813 01  LS-EMAIL                PIC X(40).
968813*ADDRCHG only: who changed the address.
968814 01  LS-OPERATOR             PIC X(20).
968814*ROUTE only: 'Y' when the document goes on paper / electronically.
968815 01  LS-PAPER                PIC X.
968815 01  LS-ELECTRONIC           PIC X.
968816*ROUTE    'Y' routed, 'W' the paper copy was withheld because the
968816*         customer's mail is coming back.
968817*ADDRCHG  'Y' a returned-mail flag was cleared, 'N' none was set.
968817 01  LS-RESULT               PIC X.
968818 PROCEDURE DIVISION USING LS-FUNCTION LS-CUST-ID LS-EMAIL
968818     LS-OPERATOR LS-PAPER LS-ELECTRONIC LS-RESULT.
968819 MAIN-PARA.
968819     MOVE 'N' TO LS-RESULT
968820     PERFORM SET-BUSINESS-DATE
968820     PERFORM OPEN-DELIVERY-IO
968821     IF WS-DLV-FILE-STATUS NOT = "00"
968821         DISPLAY "Delivery file is not available."
968822*Without the file every document still goes out on paper.
968822         IF LS-FUNCTION = "ROUTE"
968823             MOVE 'Y' TO LS-PAPER
968823             MOVE 'N' TO LS-ELECTRONIC
968824             MOVE 'Y' TO LS-RESULT
968824         END-IF
968825     ELSE
968825         EVALUATE LS-FUNCTION
968826             WHEN "ROUTE"
968826                 PERFORM ROUTE-DOCUMENT
968827             WHEN "ADDRCHG"
968827                 PERFORM CLEAR-RETURNED-MAIL
968828             WHEN OTHER
968828                 DISPLAY "Unknown delivery function " LS-FUNCTION
968829         END-EVALUATE
968829         CLOSE CUSTOMER-DELIVERY-FILE
968830     END-IF
968830     GOBACK.
968831 SET-BUSINESS-DATE.
968831     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
968832     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
968832     IF WS-BUS-DATE-ENV NOT = SPACES
968833         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
968833         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
968834             TO WS-BUSINESS-DATE
968834     END-IF
968835     EXIT.
968835 OPEN-DELIVERY-IO.
968836     OPEN I-O CUSTOMER-DELIVERY-FILE
968836     IF WS-DLV-FILE-STATUS = "35"
968837         OPEN OUTPUT CUSTOMER-DELIVERY-FILE
968837         CLOSE CUSTOMER-DELIVERY-FILE
968838         OPEN I-O CUSTOMER-DELIVERY-FILE
968838     END-IF
968839     EXIT.
968839 ROUTE-DOCUMENT.
968840*A customer with no delivery record gets paper.  Electronic
968840*delivery is only possible with an email address; an electronic
968841*customer without one is sent paper instead.  Paper for a customer
968841*whose mail is coming back is withheld and counted.
968842     MOVE 'Y' TO LS-PAPER
968842     MOVE 'N' TO LS-ELECTRONIC
968843     MOVE 'Y' TO LS-RESULT
968843     MOVE LS-CUST-ID TO DLV-CUST-ID
968844     READ CUSTOMER-DELIVERY-FILE
968844         INVALID KEY
968845             CONTINUE
968845         NOT INVALID KEY
968846             IF (DLV-PREFERENCE = 'E' OR DLV-PREFERENCE = 'B')
968846                 AND LS-EMAIL NOT = SPACES
968847                 MOVE 'Y' TO LS-ELECTRONIC
968847                 IF DLV-PREFERENCE = 'E'
968848                     MOVE 'N' TO LS-PAPER
968848                 END-IF
968849             END-IF
968849             IF LS-PAPER = 'Y' AND DLV-RETURNED-MAIL = 'Y'
968850                 PERFORM WITHHOLD-PAPER
968850             END-IF
968851     END-READ
968851     EXIT.
968852 WITHHOLD-PAPER.
968852     MOVE 'N' TO LS-PAPER
968853     MOVE 'W' TO LS-RESULT
968853     ADD 1 TO DLV-WITHHELD-COUNT
968854     MOVE WS-BUSINESS-DATE TO DLV-LAST-WITHHELD-DATE
968854     REWRITE CUSTOMER-DELIVERY-RECORD
968855         INVALID KEY
968855             DISPLAY "Delivery record update failed: " DLV-CUST-ID
968856     END-REWRITE
968856     EXIT.
968857 CLEAR-RETURNED-MAIL.
968857*A new address is taken to be good, so paper mailings resume
968858*from the next document.
968858     MOVE LS-CUST-ID TO DLV-CUST-ID
968859     READ CUSTOMER-DELIVERY-FILE
968859         INVALID KEY
968860             CONTINUE
968860         NOT INVALID KEY
968861             IF DLV-RETURNED-MAIL = 'Y'
968861                 MOVE 'N' TO DLV-RETURNED-MAIL
968862                 MOVE WS-BUSINESS-DATE TO DLV-CHANGED-DATE
968862                 MOVE LS-OPERATOR TO DLV-CHANGED-BY
968863                 REWRITE CUSTOMER-DELIVERY-RECORD
968863                     INVALID KEY
968864                         DISPLAY "Delivery record update failed: "
968864                             DLV-CUST-ID
968865                     NOT INVALID KEY
968865                         MOVE 'Y' TO LS-RESULT
968866                 END-REWRITE
968866             END-IF
968867     END-READ
968867     EXIT.
