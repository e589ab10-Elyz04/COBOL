979850 IDENTIFICATION DIVISION.
979850 PROGRAM-ID. PRODUCT_FILE_CONVERT.
979851 AUTHOR. ELYZ.
979851 ENVIRONMENT DIVISION.
979852 INPUT-OUTPUT SECTION.
979852 FILE-CONTROL.
979853     SELECT OLD-PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
979853         ORGANIZATION IS INDEXED
979854         ACCESS MODE IS SEQUENTIAL
979854         RECORD KEY IS OLD-PRD-ACCT-TYPE
979855         FILE STATUS IS WS-OLD-FILE-STATUS.
979855     SELECT NEW-PRODUCT-FILE ASSIGN TO "PRODUCT.NEW"
979856         ORGANIZATION IS INDEXED
979856         ACCESS MODE IS DYNAMIC
979857         RECORD KEY IS PRD-ACCT-TYPE
979857         FILE STATUS IS WS-NEW-FILE-STATUS.
979858 DATA DIVISION.
979858 FILE SECTION.
979859 FD  OLD-PRODUCT-FILE.
979859 01  OLD-PRODUCT-RECORD.
979860     05  OLD-PRD-ACCT-TYPE       PIC X(8).
979860     05  OLD-PRD-DESCRIPTION     PIC X(30).
979861     05  OLD-PRD-STATUS          PIC X.
979861     05  OLD-PRD-INT-BEARING     PIC X.
979862     05  OLD-PRD-ACCRUAL-FREQ    PIC X.
979862     05  OLD-PRD-DORMANCY-ELIG   PIC X.
979863     05  OLD-PRD-OD-ALLOWED      PIC X.
979863     05  OLD-PRD-OD-FEE          PIC S9(3)V99 COMP-3.
979864     05  OLD-PRD-MIN-OPEN-DEP    PIC S9(7)V99 COMP-3.
979864     05  OLD-PRD-MIN-BALANCE     PIC S9(7)V99 COMP-3.
979865     05  OLD-PRD-WDRL-LIMIT      PIC 9(3).
979865     05  OLD-PRD-CHANNELS        PIC X(5).
979866     05  OLD-PRD-GL-PRODUCT      PIC X(8).
979866     05  OLD-PRD-CHANGED-BY      PIC X(20).
979867     05  OLD-PRD-CHANGED-DATE    PIC 9(8).
979867 FD  NEW-PRODUCT-FILE.
979868     COPY PRODREC.
979868 WORKING-STORAGE SECTION.
979869 01  WS-OLD-FILE-STATUS      PIC XX VALUE "00".
979869 01  WS-NEW-FILE-STATUS      PIC XX VALUE "00".
979870 01  WS-EOF-FLAG             PIC X VALUE 'N'.
979870 01  WS-READ-COUNT           PIC 9(8) VALUE 0.
979871 01  WS-WRITTEN-COUNT        PIC 9(8) VALUE 0.
979871 PROCEDURE DIVISION.
979872 MAIN-PARA.
979872*Every product carries over with its rules unchanged.  CHECKING
979873*and SAVINGS take the overdraft protection sweep they have always
979873*had (CHECKING protected, with the 10.00 sweep fee; SAVINGS funds
979874*sweeps); any other product starts with no sweep.
979874     OPEN INPUT OLD-PRODUCT-FILE
979875     IF WS-OLD-FILE-STATUS NOT = "00"
979875         DISPLAY "Product file is not available."
979876     ELSE
979876         OPEN OUTPUT NEW-PRODUCT-FILE
979877         IF WS-NEW-FILE-STATUS NOT = "00"
979877             DISPLAY "Unable to create PRODUCT.NEW."
979878         ELSE
979878             PERFORM UNTIL WS-EOF-FLAG = 'Y'
979879                 READ OLD-PRODUCT-FILE NEXT RECORD
979879                     AT END
979880                         MOVE 'Y' TO WS-EOF-FLAG
979880                     NOT AT END
979881                         PERFORM CONVERT-RECORD
979881                 END-READ
979882             END-PERFORM
979882             CLOSE NEW-PRODUCT-FILE
979883         END-IF
979883         CLOSE OLD-PRODUCT-FILE
979884     END-IF
979884     DISPLAY "Records read   : " WS-READ-COUNT
979885     DISPLAY "Records written: " WS-WRITTEN-COUNT
979885     IF WS-READ-COUNT = WS-WRITTEN-COUNT
979886         DISPLAY "Counts prove. Rename PRODUCT.NEW to"
979886         DISPLAY "PRODUCT.DAT to complete the conversion."
979887     ELSE
979887         DISPLAY "COUNTS DO NOT PROVE - do not rename."
979888     END-IF
979888     STOP RUN.
979889 CONVERT-RECORD.
979889     ADD 1 TO WS-READ-COUNT
979890     MOVE OLD-PRD-ACCT-TYPE TO PRD-ACCT-TYPE
979890     MOVE OLD-PRD-DESCRIPTION TO PRD-DESCRIPTION
979891     MOVE OLD-PRD-STATUS TO PRD-STATUS
979891     MOVE OLD-PRD-INT-BEARING TO PRD-INT-BEARING
979892     MOVE OLD-PRD-ACCRUAL-FREQ TO PRD-ACCRUAL-FREQ
979892     MOVE OLD-PRD-DORMANCY-ELIG TO PRD-DORMANCY-ELIG
979893     MOVE OLD-PRD-OD-ALLOWED TO PRD-OD-ALLOWED
979893     MOVE OLD-PRD-OD-FEE TO PRD-OD-FEE
979894     MOVE OLD-PRD-MIN-OPEN-DEP TO PRD-MIN-OPEN-DEP
979894     MOVE OLD-PRD-MIN-BALANCE TO PRD-MIN-BALANCE
979895     MOVE OLD-PRD-WDRL-LIMIT TO PRD-WDRL-LIMIT
979895     MOVE OLD-PRD-CHANNELS TO PRD-CHANNELS
979896     MOVE OLD-PRD-GL-PRODUCT TO PRD-GL-PRODUCT
979896     MOVE OLD-PRD-CHANGED-BY TO PRD-CHANGED-BY
979897     MOVE OLD-PRD-CHANGED-DATE TO PRD-CHANGED-DATE
979897     EVALUATE OLD-PRD-ACCT-TYPE
979898         WHEN "CHECKING"
979898             MOVE 'P' TO PRD-SWEEP-ROLE
979899             MOVE 10.00 TO PRD-SWEEP-FEE
979899         WHEN "SAVINGS"
979900             MOVE 'F' TO PRD-SWEEP-ROLE
979900             MOVE 0 TO PRD-SWEEP-FEE
979901         WHEN OTHER
979901             MOVE 'N' TO PRD-SWEEP-ROLE
979902             MOVE 0 TO PRD-SWEEP-FEE
979902     END-EVALUATE
979903     WRITE PRODUCT-RECORD
979903         INVALID KEY
979904             DISPLAY "Duplicate product not written: "
979904                 OLD-PRD-ACCT-TYPE
979905         NOT INVALID KEY
979905             ADD 1 TO WS-WRITTEN-COUNT
979906     END-WRITE
979906     EXIT.
