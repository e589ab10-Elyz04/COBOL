955401 IDENTIFICATION DIVISION.
955401 PROGRAM-ID. RECEIPT_FILE_CONVERT.
955402 AUTHOR. ELYZ.
955402 ENVIRONMENT DIVISION.
955403 INPUT-OUTPUT SECTION.
955403 FILE-CONTROL.
955404     SELECT OLD-RECEIPT-FILE ASSIGN TO "RECEIPT.DAT"
955404         ORGANIZATION IS INDEXED
955405         ACCESS MODE IS SEQUENTIAL
955405         RECORD KEY IS OLD-RCPT-NUMBER
955406         FILE STATUS IS WS-OLD-FILE-STATUS.
955406     SELECT NEW-RECEIPT-FILE ASSIGN TO "RECEIPT.NEW"
955407         ORGANIZATION IS INDEXED
955407         ACCESS MODE IS DYNAMIC
955408         RECORD KEY IS RCPT-NUMBER
955408         FILE STATUS IS WS-NEW-FILE-STATUS.
955409 DATA DIVISION.
955409 FILE SECTION.
955410 FD  OLD-RECEIPT-FILE.
955410 01  OLD-RECEIPT-RECORD.
955411     05  OLD-RCPT-NUMBER         PIC 9(8).
955411     05  OLD-RCPT-ACCT-NUMBER    PIC 9(8).
955412     05  OLD-RCPT-TYPE           PIC X(10).
955412     05  OLD-RCPT-AMOUNT         PIC S9(9)V99 COMP-3.
955413     05  OLD-RCPT-NEW-BALANCE    PIC S9(9)V99 COMP-3.
955413     05  OLD-RCPT-OPERATOR       PIC X(20).
955414     05  OLD-RCPT-TIMESTAMP      PIC 9(14).
955414 FD  NEW-RECEIPT-FILE.
955415     COPY RCPTREC.
955415 WORKING-STORAGE SECTION.
955416 01  WS-OLD-FILE-STATUS      PIC XX VALUE "00".
955416 01  WS-NEW-FILE-STATUS      PIC XX VALUE "00".
955417 01  WS-EOF-FLAG             PIC X VALUE 'N'.
955417 01  WS-READ-COUNT           PIC 9(8) VALUE 0.
955418 01  WS-WRITTEN-COUNT        PIC 9(8) VALUE 0.
955418 PROCEDURE DIVISION.
955419 MAIN-PARA.
955419     OPEN INPUT OLD-RECEIPT-FILE
955420     IF WS-OLD-FILE-STATUS NOT = "00"
955420         DISPLAY "Receipt file is not available."
955421     ELSE
955421         OPEN OUTPUT NEW-RECEIPT-FILE
955422         IF WS-NEW-FILE-STATUS NOT = "00"
955422             DISPLAY "Unable to create RECEIPT.NEW."
955423         ELSE
955423             PERFORM UNTIL WS-EOF-FLAG = 'Y'
955424                 READ OLD-RECEIPT-FILE NEXT RECORD
955424                     AT END
955425                         MOVE 'Y' TO WS-EOF-FLAG
955425                     NOT AT END
955426                         PERFORM CONVERT-RECORD
955426                 END-READ
955427             END-PERFORM
955427             CLOSE NEW-RECEIPT-FILE
955428         END-IF
955428         CLOSE OLD-RECEIPT-FILE
955429     END-IF
955429     DISPLAY "Records read   : " WS-READ-COUNT
955430     DISPLAY "Records written: " WS-WRITTEN-COUNT
955430     IF WS-READ-COUNT = WS-WRITTEN-COUNT
955431         DISPLAY "Counts prove. Rename RECEIPT.NEW to"
955431         DISPLAY "RECEIPT.DAT to complete the conversion."
955432     ELSE
955432         DISPLAY "COUNTS DO NOT PROVE - do not rename."
955433     END-IF
955433     STOP RUN.
955434 CONVERT-RECORD.
955434*Receipts issued before deposit holds were recorded carry none.
955435     ADD 1 TO WS-READ-COUNT
955435     INITIALIZE RECEIPT-RECORD
955436     MOVE OLD-RCPT-NUMBER TO RCPT-NUMBER
955436     MOVE OLD-RCPT-ACCT-NUMBER TO RCPT-ACCT-NUMBER
955437     MOVE OLD-RCPT-TYPE TO RCPT-TYPE
955437     MOVE OLD-RCPT-AMOUNT TO RCPT-AMOUNT
955438     MOVE OLD-RCPT-NEW-BALANCE TO RCPT-NEW-BALANCE
955438     MOVE OLD-RCPT-OPERATOR TO RCPT-OPERATOR
955439     MOVE OLD-RCPT-TIMESTAMP TO RCPT-TIMESTAMP
955439     MOVE 0 TO RCPT-HOLD-COUNT
955440     WRITE RECEIPT-RECORD
955440         INVALID KEY
955441             DISPLAY "Duplicate receipt not written: "
955441                 OLD-RCPT-NUMBER
955442         NOT INVALID KEY
955442             ADD 1 TO WS-WRITTEN-COUNT
955443     END-WRITE
955443     EXIT.
