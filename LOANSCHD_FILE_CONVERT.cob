961001 IDENTIFICATION DIVISION.
961001 PROGRAM-ID. LOANSCHD_FILE_CONVERT.
961002 AUTHOR. ELYZ.
961002 ENVIRONMENT DIVISION.
961003 INPUT-OUTPUT SECTION.
961003 FILE-CONTROL.
961004     SELECT OLD-LOAN-FILE ASSIGN TO "LOANSCHD.DAT"
961004         ORGANIZATION IS INDEXED
961005         ACCESS MODE IS SEQUENTIAL
961005         RECORD KEY IS OLD-LN-KEY
961006         FILE STATUS IS WS-OLD-FILE-STATUS.
961006     SELECT NEW-LOAN-FILE ASSIGN TO "LOANSCHD.NEW"
961007         ORGANIZATION IS INDEXED
961007         ACCESS MODE IS DYNAMIC
961008         RECORD KEY IS LN-KEY
961008         FILE STATUS IS WS-NEW-FILE-STATUS.
961009 DATA DIVISION.
961009 FILE SECTION.
961010 FD  OLD-LOAN-FILE.
961010 01  OLD-LOAN-SCHEDULE-RECORD.
961011     05  OLD-LN-KEY.
961011         10  OLD-LN-ACCT-NUMBER  PIC 9(8).
961012         10  OLD-LN-PAYMENT-NUM  PIC 9(3).
961012     05  OLD-LN-DUE-DATE         PIC 9(8).
961013     05  OLD-LN-PRINCIPAL        PIC S9(9)V99 COMP-3.
961013     05  OLD-LN-INTEREST         PIC S9(9)V99 COMP-3.
961014     05  OLD-LN-STATUS           PIC X.
961014 FD  NEW-LOAN-FILE.
961015     COPY LOANREC.
961015 WORKING-STORAGE SECTION.
961016 01  WS-OLD-FILE-STATUS      PIC XX VALUE "00".
961016 01  WS-NEW-FILE-STATUS      PIC XX VALUE "00".
961017 01  WS-EOF-FLAG             PIC X VALUE 'N'.
961017 01  WS-READ-COUNT           PIC 9(8) VALUE 0.
961018 01  WS-WRITTEN-COUNT        PIC 9(8) VALUE 0.
961018 PROCEDURE DIVISION.
961019 MAIN-PARA.
961019     OPEN INPUT OLD-LOAN-FILE
961020     IF WS-OLD-FILE-STATUS NOT = "00"
961020         DISPLAY "Loan schedule file is not available."
961021     ELSE
961021         OPEN OUTPUT NEW-LOAN-FILE
961022         IF WS-NEW-FILE-STATUS NOT = "00"
961022             DISPLAY "Unable to create LOANSCHD.NEW."
961023         ELSE
961023             PERFORM UNTIL WS-EOF-FLAG = 'Y'
961024                 READ OLD-LOAN-FILE NEXT RECORD
961024                     AT END
961025                         MOVE 'Y' TO WS-EOF-FLAG
961025                     NOT AT END
961026                         PERFORM CONVERT-RECORD
961026                 END-READ
961027             END-PERFORM
961027             CLOSE NEW-LOAN-FILE
961028         END-IF
961028         CLOSE OLD-LOAN-FILE
961029     END-IF
961029     DISPLAY "Records read   : " WS-READ-COUNT
961030     DISPLAY "Records written: " WS-WRITTEN-COUNT
961030     IF WS-READ-COUNT = WS-WRITTEN-COUNT
961031         DISPLAY "Counts prove. Rename LOANSCHD.NEW to"
961031         DISPLAY "LOANSCHD.DAT to complete the conversion."
961032     ELSE
961032         DISPLAY "COUNTS DO NOT PROVE - do not rename."
961033     END-IF
961033     STOP RUN.
961034 CONVERT-RECORD.
961034*Installments were only ever paid in full before part payments
961035*were accepted, so no interest has been collected against any
961035*unpaid installment yet.
961501*Late charges had not been assessed either, so none is owed.
978851*Paid dates were not kept, so a paid installment carries zero and
978851*is taken as paid on its due date.
961036     ADD 1 TO WS-READ-COUNT
961036     MOVE OLD-LN-ACCT-NUMBER TO LN-ACCT-NUMBER
961037     MOVE OLD-LN-PAYMENT-NUM TO LN-PAYMENT-NUM
961037     MOVE OLD-LN-DUE-DATE TO LN-DUE-DATE
961038     MOVE OLD-LN-PRINCIPAL TO LN-PRINCIPAL
961038     MOVE OLD-LN-INTEREST TO LN-INTEREST
961039     MOVE OLD-LN-STATUS TO LN-STATUS
961039     MOVE 0 TO LN-INT-PAID
961501     MOVE 0 TO LN-LATE-FEE
961502     MOVE 0 TO LN-LATE-DATE
978852     MOVE 0 TO LN-PAID-DATE
961040     WRITE LOAN-SCHEDULE-RECORD
961040         INVALID KEY
961041             DISPLAY "Duplicate installment not written: "
961041                 OLD-LN-ACCT-NUMBER " " OLD-LN-PAYMENT-NUM
961042         NOT INVALID KEY
961042             ADD 1 TO WS-WRITTEN-COUNT
961043     END-WRITE
961043     EXIT.
