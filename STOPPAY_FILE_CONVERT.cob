953101 IDENTIFICATION DIVISION.
953101 PROGRAM-ID. STOPPAY_FILE_CONVERT.
953102 AUTHOR. ELYZ.
953102 ENVIRONMENT DIVISION.
953103 INPUT-OUTPUT SECTION.
953103 FILE-CONTROL.
953104     SELECT OLD-STOP-FILE ASSIGN TO "STOPPAY.DAT"
953104         ORGANIZATION IS INDEXED
953105         ACCESS MODE IS SEQUENTIAL
953105         RECORD KEY IS OLD-STOP-ID
953106         ALTERNATE RECORD KEY IS OLD-STOP-ACCT-NUMBER
953106             WITH DUPLICATES
953107         FILE STATUS IS WS-OLD-FILE-STATUS.
953107     SELECT NEW-STOP-FILE ASSIGN TO "STOPPAY.NEW"
953108         ORGANIZATION IS INDEXED
953108         ACCESS MODE IS DYNAMIC
953109         RECORD KEY IS STOP-ID
953109         ALTERNATE RECORD KEY IS STOP-ACCT-NUMBER
953110             WITH DUPLICATES
953110         FILE STATUS IS WS-NEW-FILE-STATUS.
953111 DATA DIVISION.
953111 FILE SECTION.
953112 FD  OLD-STOP-FILE.
953112 01  OLD-STOP-PAYMENT-RECORD.
953113     05  OLD-STOP-ID             PIC 9(8).
953113     05  OLD-STOP-ACCT-NUMBER    PIC 9(8).
953114     05  OLD-STOP-MIN-AMOUNT     PIC S9(9)V99 COMP-3.
953114     05  OLD-STOP-MAX-AMOUNT     PIC S9(9)V99 COMP-3.
953115     05  OLD-STOP-EXPIRY-DATE    PIC 9(8).
953115     05  OLD-STOP-REASON         PIC X(30).
953116     05  OLD-STOP-STATUS         PIC X.
953116 FD  NEW-STOP-FILE.
953117     COPY STOPREC.
953117 WORKING-STORAGE SECTION.
953118 01  WS-OLD-FILE-STATUS      PIC XX VALUE "00".
953118 01  WS-NEW-FILE-STATUS      PIC XX VALUE "00".
953119 01  WS-EOF-FLAG             PIC X VALUE 'N'.
953119 01  WS-READ-COUNT           PIC 9(8) VALUE 0.
953120 01  WS-WRITTEN-COUNT        PIC 9(8) VALUE 0.
953120 PROCEDURE DIVISION.
953121 MAIN-PARA.
953121     OPEN INPUT OLD-STOP-FILE
953122     IF WS-OLD-FILE-STATUS NOT = "00"
953122         DISPLAY "Stop-payment file is not available."
953123     ELSE
953123         OPEN OUTPUT NEW-STOP-FILE
953124         IF WS-NEW-FILE-STATUS NOT = "00"
953124             DISPLAY "Unable to create STOPPAY.NEW."
953125         ELSE
953125             PERFORM UNTIL WS-EOF-FLAG = 'Y'
953126                 READ OLD-STOP-FILE NEXT RECORD
953126                     AT END
953127                         MOVE 'Y' TO WS-EOF-FLAG
953127                     NOT AT END
953128                         PERFORM CONVERT-RECORD
953128                 END-READ
953129             END-PERFORM
953129             CLOSE NEW-STOP-FILE
953130         END-IF
953130         CLOSE OLD-STOP-FILE
953131     END-IF
953131     DISPLAY "Records read   : " WS-READ-COUNT
953132     DISPLAY "Records written: " WS-WRITTEN-COUNT
953132     IF WS-READ-COUNT = WS-WRITTEN-COUNT
953133         DISPLAY "Counts prove. Rename STOPPAY.NEW to"
953133         DISPLAY "STOPPAY.DAT to complete the conversion."
953134     ELSE
953134         DISPLAY "COUNTS DO NOT PROVE - do not rename."
953135     END-IF
953135     STOP RUN.
953136 CONVERT-RECORD.
953136*Stops placed before check serials existed are all amount-range
953137*stops; they convert with a zero serial range.
953137     ADD 1 TO WS-READ-COUNT
953138     MOVE OLD-STOP-ID TO STOP-ID
953138     MOVE OLD-STOP-ACCT-NUMBER TO STOP-ACCT-NUMBER
953139     MOVE OLD-STOP-MIN-AMOUNT TO STOP-MIN-AMOUNT
953139     MOVE OLD-STOP-MAX-AMOUNT TO STOP-MAX-AMOUNT
953140     MOVE OLD-STOP-EXPIRY-DATE TO STOP-EXPIRY-DATE
953140     MOVE OLD-STOP-REASON TO STOP-REASON
953141     MOVE OLD-STOP-STATUS TO STOP-STATUS
953141     MOVE 0 TO STOP-SERIAL-FROM
953142     MOVE 0 TO STOP-SERIAL-TO
953142     WRITE STOP-PAYMENT-RECORD
953143         INVALID KEY
953143             DISPLAY "Duplicate stop not written: "
953144                 OLD-STOP-ID
953144         NOT INVALID KEY
953145             ADD 1 TO WS-WRITTEN-COUNT
953145     END-WRITE
953146     EXIT.
