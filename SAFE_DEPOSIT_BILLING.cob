975601 IDENTIFICATION DIVISION.
975601 PROGRAM-ID. SAFE_DEPOSIT_BILLING.
975602 AUTHOR. ELYZ.
975602 ENVIRONMENT DIVISION.
975603 INPUT-OUTPUT SECTION.
975603 FILE-CONTROL.
975604     SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO "SDBOX.DAT"
975604         ORGANIZATION IS INDEXED
975605         ACCESS MODE IS DYNAMIC
975605         RECORD KEY IS SDB-KEY
975606         FILE STATUS IS WS-SDB-FILE-STATUS.
975606     SELECT SAFE-DEPOSIT-SIZE-FILE ASSIGN TO "SDBSIZE.DAT"
975607         ORGANIZATION IS INDEXED
975607         ACCESS MODE IS DYNAMIC
975608         RECORD KEY IS SDZ-SIZE
975608         FILE STATUS IS WS-SDZ-FILE-STATUS.
975609     SELECT SAFE-DEPOSIT-ACCESS-FILE ASSIGN TO "SDBACCES.DAT"
975609         ORGANIZATION IS LINE SEQUENTIAL
975610         FILE STATUS IS WS-SDA-FILE-STATUS.
975610     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
975611         ORGANIZATION IS INDEXED
975611         ACCESS MODE IS DYNAMIC
975612         RECORD KEY IS ACCT-NUMBER
975612         FILE STATUS IS WS-ACCT-FILE-STATUS.
975613     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
975613         ORGANIZATION IS INDEXED
975614         ACCESS MODE IS DYNAMIC
975614         RECORD KEY IS CUST-ID
975615         FILE STATUS IS WS-CUST-FILE-STATUS.
975615     SELECT BILL-FILE ASSIGN TO "SDBBILLS.TXT"
975616         ORGANIZATION IS LINE SEQUENTIAL.
975616     SELECT REPORT-FILE ASSIGN TO "SDBBILL.TXT"
975617         ORGANIZATION IS LINE SEQUENTIAL.
979161     SELECT E-BILL-FILE ASSIGN TO "ESDBBILL.TXT"
979161         ORGANIZATION IS LINE SEQUENTIAL.
979162     SELECT E-BILL-INDEX-FILE ASSIGN TO "ESDBBIDX.DAT"
979162         ORGANIZATION IS LINE SEQUENTIAL.
975617 DATA DIVISION.
975618 FILE SECTION.
975618 FD  SAFE-DEPOSIT-BOX-FILE.
975619     COPY SDBXREC.
975619 FD  SAFE-DEPOSIT-SIZE-FILE.
975620     COPY SDBZREC.
975620 FD  SAFE-DEPOSIT-ACCESS-FILE.
975621     COPY SDBAREC.
975621 FD  ACCOUNT-MASTER-FILE.
975622     COPY ACCTREC.
975622 FD  CUSTOMER-MASTER-FILE.
975623     COPY CUSTREC.
975623 FD  BILL-FILE.
975624 01  BILL-LINE               PIC X(80).
975624 FD  REPORT-FILE.
975625 01  REPORT-LINE             PIC X(80).
979163 FD  E-BILL-FILE.
979163 01  E-BILL-LINE             PIC X(80).
979164 FD  E-BILL-INDEX-FILE.
979164     COPY EDOCREC.
975625 WORKING-STORAGE SECTION.
975626 01  WS-SDB-FILE-STATUS      PIC XX VALUE "00".
975626 01  WS-SDZ-FILE-STATUS      PIC XX VALUE "00".
975627 01  WS-SDA-FILE-STATUS      PIC XX VALUE "00".
975627 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
975628 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
975628 01  WS-SDB-EOF              PIC X VALUE 'N'.
975629 01  WS-SDZ-OK               PIC X VALUE 'N'.
975629 01  WS-CUST-OK              PIC X VALUE 'N'.
975630 01  WS-OPERATOR-ID          PIC X(20) VALUE "SDBBILL".
979165 01  WS-EST-MAIL             PIC X VALUE 'N'.
979165 01  WS-EST-NAME             PIC X(30).
979166 01  WS-EST-STREET           PIC X(30).
979166 01  WS-EST-CITY             PIC X(20).
979167 01  WS-EST-STATE            PIC X(2).
979167 01  WS-EST-ZIP              PIC X(10).
979168 01  WS-DLV-FUNCTION         PIC X(8) VALUE "ROUTE".
979168 01  WS-SEND-PAPER           PIC X VALUE 'Y'.
979169 01  WS-SEND-ELECTRONIC      PIC X VALUE 'N'.
979169 01  WS-ROUTE-RESULT         PIC X.
979170 01  WS-E-LINE-NUM           PIC 9(7) VALUE 0.
979170 01  WS-E-DOC-FIRST          PIC 9(7) VALUE 0.
975630 01  WS-BUSINESS-DATE        PIC 9(8).
975631 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
975631*Rent not paid this many days after the anniversary makes the box
975632*delinquent: entry is refused and the renter is sent a letter.
975632 01  WS-GRACE-ENV            PIC X(3) VALUE SPACES.
975633 01  WS-GRACE-DAYS           PIC 9(3) VALUE 30.
975633*A box still unpaid this many days after the anniversary is listed
975634*for drilling.
975634 01  WS-DRILL-ENV            PIC X(3) VALUE SPACES.
975635 01  WS-DRILL-DAYS           PIC 9(3) VALUE 180.
975635 01  WS-DATE-INT             PIC 9(8).
975636 01  WS-DAYS-PAST-DUE        PIC S9(5).
975636 01  WS-DAYS-DISP            PIC Z(4)9.
975637 01  WS-NEW-PAID-TO          PIC 9(8).
975637 01  WS-BOX-CHANGED          PIC X VALUE 'N'.
975638 01  WS-RENT-PAID            PIC X VALUE 'N'.
975638 01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3.
975639 01  WS-AVAILABLE-BAL        PIC S9(9)V99 COMP-3.
975639 01  WS-TRAN-TYPE            PIC X(2) VALUE "DR".
975640 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
975640 01  WS-POST-DESC            PIC X(30) VALUE
975641     "SAFE DEPOSIT BOX RENT".
975641 01  WS-TRAN-CODE            PIC X(4) VALUE "SDBR".
975642 01  WS-PRODUCT-FOUND        PIC X.
975642     COPY PRODREC.
975643 01  WS-NOW-TIME             PIC 9(8).
975643 01  WS-LOG-ACTION           PIC X(8).
975644 01  WS-LOG-NOTE             PIC X(40).
975644 01  WS-BILLED-COUNT         PIC 9(6) VALUE 0.
975645 01  WS-COLLECTED-COUNT      PIC 9(6) VALUE 0.
975645 01  WS-BILL-COUNT           PIC 9(6) VALUE 0.
979171 01  WS-EBILL-COUNT          PIC 9(6) VALUE 0.
979171 01  WS-WITHHELD-COUNT       PIC 9(6) VALUE 0.
975646 01  WS-DUE-COUNT            PIC 9(6) VALUE 0.
975646 01  WS-DELINQ-COUNT         PIC 9(6) VALUE 0.
975647 01  WS-DRILL-COUNT          PIC 9(6) VALUE 0.
975647 01  WS-ERROR-COUNT          PIC 9(6) VALUE 0.
975648 01  WS-BILLED-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
975648 01  WS-COLLECTED-TOTAL      PIC S9(9)V99 COMP-3 VALUE 0.
975649 01  WS-DUE-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
975649 01  WS-AMOUNT-DISP          PIC ZZ,ZZ9.99.
975650 01  WS-TOTAL-DISP           PIC -ZZZ,ZZZ,ZZ9.99.
975650 01  WS-DETAIL-LINE.
975651     05  DT-BRANCH               PIC 9(3).
975651     05  FILLER                  PIC X(1) VALUE "-".
975652     05  DT-BOX-NUMBER           PIC 9(5).
975652     05  FILLER                  PIC X(2) VALUE SPACES.
975653     05  DT-RENTER               PIC 9(6).
975653     05  FILLER                  PIC X(2) VALUE SPACES.
975654     05  DT-DUE-DATE             PIC 9(8).
975654     05  FILLER                  PIC X(2) VALUE SPACES.
975655     05  DT-AMOUNT               PIC ZZ,ZZ9.99.
975655     05  FILLER                  PIC X(2) VALUE SPACES.
975656     05  DT-ACCT                 PIC X(8).
975656     05  FILLER                  PIC X(2) VALUE SPACES.
975657     05  DT-RESULT               PIC X(10).
975657     05  FILLER                  PIC X(1) VALUE SPACES.
975658     05  DT-NOTE                 PIC X(19).
975658 PROCEDURE DIVISION.
975659 MAIN-PARA.
975659     PERFORM SET-BUSINESS-DATE
975660     PERFORM SET-RUN-PARAMETERS
975660     OPEN OUTPUT REPORT-FILE
975661     PERFORM PRINT-REPORT-HEADER
975661     OPEN OUTPUT BILL-FILE
979172     OPEN OUTPUT E-BILL-FILE
979172     OPEN OUTPUT E-BILL-INDEX-FILE
975662     OPEN I-O SAFE-DEPOSIT-BOX-FILE
975662     IF WS-SDB-FILE-STATUS NOT = "00"
975663         MOVE "NO SAFE DEPOSIT BOXES ON FILE" TO REPORT-LINE
975663         WRITE REPORT-LINE
975664     ELSE
975664         MOVE 'N' TO WS-SDZ-OK
975665         OPEN INPUT SAFE-DEPOSIT-SIZE-FILE
975665         IF WS-SDZ-FILE-STATUS = "00"
975666             MOVE 'Y' TO WS-SDZ-OK
975666         END-IF
975667         OPEN I-O ACCOUNT-MASTER-FILE
975667         OPEN INPUT CUSTOMER-MASTER-FILE
975668         PERFORM UNTIL WS-SDB-EOF = 'Y'
975668             READ SAFE-DEPOSIT-BOX-FILE NEXT RECORD
975669                 AT END
975669                     MOVE 'Y' TO WS-SDB-EOF
975670                 NOT AT END
975670                     IF SDB-STATUS = 'R'
975671                         PERFORM PROCESS-RENTED-BOX
975671                     END-IF
975672             END-READ
975672         END-PERFORM
975673         CLOSE CUSTOMER-MASTER-FILE
975673         CLOSE ACCOUNT-MASTER-FILE
975674         IF WS-SDZ-OK = 'Y'
975674             CLOSE SAFE-DEPOSIT-SIZE-FILE
975675         END-IF
975675         CLOSE SAFE-DEPOSIT-BOX-FILE
975676     END-IF
975676     PERFORM PRINT-REPORT-TRAILER
975677     CLOSE BILL-FILE
979173     CLOSE E-BILL-FILE
979173     CLOSE E-BILL-INDEX-FILE
975677     CLOSE REPORT-FILE
975678     DISPLAY "Box rents billed      : " WS-BILLED-COUNT
975678     DISPLAY "Box rents collected   : " WS-COLLECTED-COUNT
975679     DISPLAY "Rent bills printed    : " WS-BILL-COUNT
979174     DISPLAY "Rent bills emailed    : " WS-EBILL-COUNT
979174     DISPLAY "Paper bills withheld  : " WS-WITHHELD-COUNT
975679     DISPLAY "Boxes delinquent      : " WS-DELINQ-COUNT
975680     DISPLAY "Boxes listed to drill : " WS-DRILL-COUNT
975680     IF WS-ERROR-COUNT > 0
975681         DISPLAY "Posting errors        : " WS-ERROR-COUNT
975681         MOVE 8 TO RETURN-CODE
975682     END-IF
975682     GOBACK.
975683 SET-BUSINESS-DATE.
975683     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
975684     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
975684     IF WS-BUS-DATE-ENV NOT = SPACES
975685         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
975685         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
975686             TO WS-BUSINESS-DATE
975686     END-IF
975687     EXIT.
975687 SET-RUN-PARAMETERS.
975688     ACCEPT WS-GRACE-ENV FROM ENVIRONMENT "SDB-GRACE-DAYS"
975688     IF WS-GRACE-ENV NOT = SPACES
975689         AND FUNCTION TRIM(WS-GRACE-ENV) IS NUMERIC
975689         MOVE FUNCTION NUMVAL(WS-GRACE-ENV) TO WS-GRACE-DAYS
975690     END-IF
975690     ACCEPT WS-DRILL-ENV FROM ENVIRONMENT "SDB-DRILL-DAYS"
975691     IF WS-DRILL-ENV NOT = SPACES
975691         AND FUNCTION TRIM(WS-DRILL-ENV) IS NUMERIC
975692         MOVE FUNCTION NUMVAL(WS-DRILL-ENV) TO WS-DRILL-DAYS
975692     END-IF
975693     EXIT.
975693 PROCESS-RENTED-BOX.
975694*Rent falls due on each anniversary of the rental (the paid-to
975694*date) and is billed once.  A box with a designated account has
975695*the rent debited on the anniversary and again each night until
975695*it is paid; otherwise the renter is sent a bill to pay at the
975696*branch.
975696     MOVE 'N' TO WS-BOX-CHANGED
975697     MOVE 'N' TO WS-RENT-PAID
975697     MOVE SPACES TO DT-NOTE
975698     IF SDB-AMOUNT-DUE = 0
975698         AND SDB-PAID-TO-DATE NOT > WS-BUSINESS-DATE
975699         PERFORM BILL-BOX-RENT
975699     ELSE
975700     IF SDB-AMOUNT-DUE > 0
975700         IF SDB-BILL-ACCT NOT = 0
975701             PERFORM COLLECT-BOX-RENT
975701         END-IF
975702         IF WS-RENT-PAID = 'N'
975702             PERFORM CHECK-DELINQUENT-BOX
975703         END-IF
975703     END-IF
975704     END-IF
975704     IF WS-BOX-CHANGED = 'Y'
975705         MOVE WS-OPERATOR-ID TO SDB-CHANGED-BY
975705         MOVE WS-BUSINESS-DATE TO SDB-CHANGED-DATE
975706         REWRITE SAFE-DEPOSIT-BOX-RECORD
975706             INVALID KEY
975707                 DISPLAY "Box update failed: " SDB-BRANCH "-"
975707                     SDB-BOX-NUMBER
975708                 ADD 1 TO WS-ERROR-COUNT
975708         END-REWRITE
975709     END-IF
975709     EXIT.
975710 BILL-BOX-RENT.
975710*The year is billed at the rent for the box size as it stands
975711*today, so a change to the size table reaches each box at its
975711*next anniversary.
975712     IF WS-SDZ-OK = 'Y'
975712         MOVE SDB-SIZE TO SDZ-SIZE
975713         READ SAFE-DEPOSIT-SIZE-FILE
975713             INVALID KEY
975714                 CONTINUE
975714             NOT INVALID KEY
975715                 MOVE SDZ-ANNUAL-RENT TO SDB-ANNUAL-RENT
975715         END-READ
975716     END-IF
975716     MOVE SDB-ANNUAL-RENT TO SDB-AMOUNT-DUE
975717     MOVE SDB-PAID-TO-DATE TO SDB-DUE-DATE
975717     COMPUTE WS-DATE-INT =
975718         FUNCTION INTEGER-OF-DATE(SDB-DUE-DATE) + WS-GRACE-DAYS
975718     COMPUTE SDB-DELINQ-DATE =
975719         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
975719     MOVE WS-BUSINESS-DATE TO SDB-LAST-BILL-DATE
975720     MOVE 'Y' TO WS-BOX-CHANGED
975720     ADD 1 TO WS-BILLED-COUNT
975721     ADD SDB-AMOUNT-DUE TO WS-BILLED-TOTAL
975721     MOVE 'N' TO WS-RENT-PAID
975722     IF SDB-BILL-ACCT NOT = 0
975722         PERFORM COLLECT-BOX-RENT
975723     END-IF
975723     IF WS-RENT-PAID = 'N'
975724         PERFORM PRINT-RENT-BILL
975724     END-IF
975725     EXIT.
975725 COLLECT-BOX-RENT.
975726     MOVE 'N' TO WS-RENT-PAID
975726     MOVE SDB-AMOUNT-DUE TO WS-POST-AMOUNT
975727     MOVE SDB-BILL-ACCT TO ACCT-NUMBER
975727     READ ACCOUNT-MASTER-FILE
975728         INVALID KEY
975728             MOVE "ACCOUNT MISSING" TO DT-NOTE
975729         NOT INVALID KEY
975729             PERFORM CHECK-RENT-ACCOUNT
975730     END-READ
975730     EXIT.
975731 CHECK-RENT-ACCOUNT.
975731     IF ACCT-STATUS NOT = 'O'
975732         MOVE "ACCOUNT NOT OPEN" TO DT-NOTE
975732     ELSE
975733         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
975733             WS-PRODUCT-FOUND
975734         IF PRD-CHAN-STANDING NOT = 'Y'
975734             MOVE "ACCOUNT TYPE" TO DT-NOTE
975735         ELSE
975735             CALL "HOLD_TOTAL" USING ACCT-NUMBER WS-HOLD-TOTAL
975736             COMPUTE WS-AVAILABLE-BAL =
975736                 ACCT-BALANCE - WS-HOLD-TOTAL
975737             IF WS-POST-AMOUNT > WS-AVAILABLE-BAL
975737                 MOVE "INSUFFICIENT FUNDS" TO DT-NOTE
975738             ELSE
975738                 PERFORM DEBIT-RENT-ACCOUNT
975739             END-IF
975739         END-IF
975740     END-IF
975740     EXIT.
975741 DEBIT-RENT-ACCOUNT.
975741     SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
975742     REWRITE ACCOUNT-RECORD
975742         INVALID KEY
975743             MOVE "DEBIT NOT POSTED" TO DT-NOTE
975743             ADD 1 TO WS-ERROR-COUNT
975744         NOT INVALID KEY
975744             CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
975745                 WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
975745                 WS-OPERATOR-ID WS-POST-DESC WS-TRAN-CODE
975746             MOVE 'Y' TO WS-RENT-PAID
975746             PERFORM APPLY-RENT-PAYMENT
975747     END-REWRITE
975747     EXIT.
975748 APPLY-RENT-PAYMENT.
975748*The payment covers the year from the due date; 29 February falls
975749*back to the 28th so the new paid-to date is always a real date.
975749     MOVE SDB-DUE-DATE TO WS-NEW-PAID-TO
975750     IF FUNCTION MOD(WS-NEW-PAID-TO, 10000) = 229
975750         SUBTRACT 1 FROM WS-NEW-PAID-TO
975751     END-IF
975751     ADD 10000 TO WS-NEW-PAID-TO
975752     MOVE "COLLECTED" TO DT-RESULT
975752     PERFORM PRINT-DETAIL-LINE
975753     ADD 1 TO WS-COLLECTED-COUNT
975753     ADD WS-POST-AMOUNT TO WS-COLLECTED-TOTAL
975754     MOVE WS-NEW-PAID-TO TO SDB-PAID-TO-DATE
975754     MOVE 0 TO SDB-AMOUNT-DUE
975755     MOVE 0 TO SDB-DUE-DATE
975755     MOVE 0 TO SDB-DELINQ-DATE
975756     MOVE 'Y' TO WS-BOX-CHANGED
975756     MOVE "RENTPAID" TO WS-LOG-ACTION
975757     MOVE SPACES TO WS-LOG-NOTE
975757     MOVE WS-POST-AMOUNT TO WS-AMOUNT-DISP
975758     STRING "ACCT " DELIMITED BY SIZE
975758         ACCT-NUMBER DELIMITED BY SIZE
975759         " " DELIMITED BY SIZE
975759         WS-AMOUNT-DISP DELIMITED BY SIZE
975760         INTO WS-LOG-NOTE
975760     PERFORM WRITE-ACCESS-LOG
975761     EXIT.
975761 CHECK-DELINQUENT-BOX.
975762*Rent still unpaid is listed each night; once the grace period has
975762*run the box is delinquent, and once it is past the drilling
975763*threshold it is listed for drilling.
975763     COMPUTE WS-DAYS-PAST-DUE =
975764         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
975764         - FUNCTION INTEGER-OF-DATE(SDB-DUE-DATE)
975765     ADD 1 TO WS-DUE-COUNT
975765     ADD SDB-AMOUNT-DUE TO WS-DUE-TOTAL
975766     IF SDB-DELINQ-DATE NOT < WS-BUSINESS-DATE
975766         MOVE "DUE" TO DT-RESULT
975767     ELSE
975767     IF WS-DAYS-PAST-DUE < WS-DRILL-DAYS
975768         MOVE "DELINQUENT" TO DT-RESULT
975768         ADD 1 TO WS-DELINQ-COUNT
975769     ELSE
975769         MOVE "DRILL" TO DT-RESULT
975770         ADD 1 TO WS-DELINQ-COUNT
975770         ADD 1 TO WS-DRILL-COUNT
975771     END-IF
975771     END-IF
975772     IF DT-NOTE = SPACES
975772         MOVE WS-DAYS-PAST-DUE TO WS-DAYS-DISP
975773         STRING "DAYS PAST DUE " DELIMITED BY SIZE
975773             WS-DAYS-DISP DELIMITED BY SIZE
975774             INTO DT-NOTE
975774     END-IF
975775     PERFORM PRINT-DETAIL-LINE
975775     EXIT.
975776 PRINT-RENT-BILL.
975776     MOVE SDB-RENTER-CUST TO CUST-ID
975777     MOVE 'Y' TO WS-CUST-OK
975777     READ CUSTOMER-MASTER-FILE
975778         INVALID KEY
975778             MOVE 'N' TO WS-CUST-OK
975779     END-READ
975779     IF WS-CUST-OK = 'N'
975780         MOVE "RENTER NOT ON FILE" TO DT-NOTE
975780         MOVE "NOT BILLED" TO DT-RESULT
975781         PERFORM PRINT-DETAIL-LINE
975781     ELSE
979175         PERFORM ROUTE-RENT-BILL
979175         IF WS-SEND-PAPER = 'Y' OR WS-SEND-ELECTRONIC = 'Y'
979176             PERFORM WRITE-BILL
979176             MOVE "BILLED" TO DT-RESULT
979177         ELSE
979177             MOVE "WITHHELD" TO DT-RESULT
979178             IF DT-NOTE = SPACES
979178                 MOVE "MAIL RETURNED" TO DT-NOTE
979179             END-IF
979179         END-IF
975783         PERFORM PRINT-DETAIL-LINE
975784         MOVE "BILLED" TO WS-LOG-ACTION
975784         MOVE SPACES TO WS-LOG-NOTE
975785         MOVE SDB-AMOUNT-DUE TO WS-AMOUNT-DISP
975785         STRING "RENT " DELIMITED BY SIZE
975786             WS-AMOUNT-DISP DELIMITED BY SIZE
975786             " DUE " DELIMITED BY SIZE
975787             SDB-DUE-DATE DELIMITED BY SIZE
975787             INTO WS-LOG-NOTE
975788         PERFORM WRITE-ACCESS-LOG
975788     END-IF
975789     EXIT.
975789 WRITE-BILL.
979180     COMPUTE WS-E-DOC-FIRST = WS-E-LINE-NUM + 1
975790     MOVE SPACES TO BILL-LINE
979180     PERFORM PUT-BILL-LINE
975791     MOVE ALL "-" TO BILL-LINE
979181     PERFORM PUT-BILL-LINE
975792     MOVE SPACES TO BILL-LINE
979181     IF WS-EST-MAIL = 'Y'
979182         STRING "ESTATE OF " DELIMITED BY SIZE
979182             CUST-FIRST-NAME DELIMITED BY "  "
979183             " " DELIMITED BY SIZE
979183             CUST-LAST-NAME DELIMITED BY SIZE
979184             INTO BILL-LINE
979184         PERFORM PUT-BILL-LINE
979185         PERFORM WRITE-ESTATE-ADDRESS
979185     ELSE
979186         STRING CUST-FIRST-NAME DELIMITED BY "  "
979186             " " DELIMITED BY SIZE
979187             CUST-LAST-NAME DELIMITED BY SIZE
979187             INTO BILL-LINE
979188         PERFORM PUT-BILL-LINE
979188         MOVE CUST-ADDR-STREET TO BILL-LINE
979189         PERFORM PUT-BILL-LINE
979189         MOVE SPACES TO BILL-LINE
979190         STRING CUST-ADDR-CITY DELIMITED BY "  "
979190             ", " DELIMITED BY SIZE
979191             CUST-ADDR-STATE DELIMITED BY SIZE
979191             " " DELIMITED BY SIZE
979192             CUST-ADDR-ZIP DELIMITED BY SIZE
979192             INTO BILL-LINE
979193         PERFORM PUT-BILL-LINE
979193     END-IF
975800     MOVE SPACES TO BILL-LINE
979194     PERFORM PUT-BILL-LINE
975801     MOVE "SAFE DEPOSIT BOX ANNUAL RENT" TO BILL-LINE
979194     PERFORM PUT-BILL-LINE
975802     MOVE SPACES TO BILL-LINE
975802     STRING "BOX " DELIMITED BY SIZE
975803         SDB-BRANCH DELIMITED BY SIZE
975803         "-" DELIMITED BY SIZE
975804         SDB-BOX-NUMBER DELIMITED BY SIZE
975804         "  SIZE " DELIMITED BY SIZE
975805         SDB-SIZE DELIMITED BY SIZE
975805         "  RENT FOR THE YEAR FROM " DELIMITED BY SIZE
975806         SDB-DUE-DATE DELIMITED BY SIZE
975806         INTO BILL-LINE
979195     PERFORM PUT-BILL-LINE
975807     MOVE SPACES TO BILL-LINE
975808     MOVE SDB-AMOUNT-DUE TO WS-AMOUNT-DISP
975808     STRING "AMOUNT DUE " DELIMITED BY SIZE
975809         WS-AMOUNT-DISP DELIMITED BY SIZE
975809         "  PLEASE PAY BY " DELIMITED BY SIZE
975810         SDB-DELINQ-DATE DELIMITED BY SIZE
975810         INTO BILL-LINE
979195     PERFORM PUT-BILL-LINE
975811     IF SDB-BILL-ACCT NOT = 0
975812         MOVE SPACES TO BILL-LINE
975812         STRING "THE RENT COULD NOT BE DEBITED FROM ACCOUNT "
975813             DELIMITED BY SIZE
975813             SDB-BILL-ACCT DELIMITED BY SIZE
975814             INTO BILL-LINE
979196         PERFORM PUT-BILL-LINE
975815         MOVE "WE WILL TRY AGAIN EACH BUSINESS DAY." TO BILL-LINE
979196         PERFORM PUT-BILL-LINE
975816     ELSE
975816         MOVE "PAYMENT MAY BE MADE AT THE BRANCH." TO BILL-LINE
979197         PERFORM PUT-BILL-LINE
975817     END-IF
979197     IF WS-SEND-ELECTRONIC = 'Y'
979198         PERFORM WRITE-BILL-INDEX
979198     END-IF
975818     EXIT.
979199 ROUTE-RENT-BILL.
979199*A deceased renter's bill goes on paper to the contact of the open
979200*estate.  Any other bill goes the way the renter's delivery
979200*settings say; the paper copy for a renter whose mail is coming
979201*back is withheld.
979201     MOVE 'N' TO WS-EST-MAIL
979202     IF CUST-STATUS = 'D'
979202         CALL "ESTATE_ADDRESS" USING CUST-ID WS-EST-MAIL
979203             WS-EST-NAME WS-EST-STREET WS-EST-CITY
979203             WS-EST-STATE WS-EST-ZIP
979204     END-IF
979204     MOVE 'Y' TO WS-SEND-PAPER
979205     MOVE 'N' TO WS-SEND-ELECTRONIC
979205     MOVE 'Y' TO WS-ROUTE-RESULT
979206     IF WS-EST-MAIL NOT = 'Y'
979206         CALL "DELIVERY_CONTROL" USING WS-DLV-FUNCTION CUST-ID
979207             CUST-EMAIL WS-OPERATOR-ID WS-SEND-PAPER
979207             WS-SEND-ELECTRONIC WS-ROUTE-RESULT
979208     END-IF
979208     IF WS-ROUTE-RESULT = 'W'
979209         ADD 1 TO WS-WITHHELD-COUNT
979209     END-IF
979210     IF WS-SEND-PAPER = 'Y'
979210         ADD 1 TO WS-BILL-COUNT
979211     END-IF
979211     IF WS-SEND-ELECTRONIC = 'Y'
979212         ADD 1 TO WS-EBILL-COUNT
979212     END-IF
979213     EXIT.
979213 PUT-BILL-LINE.
979214     IF WS-SEND-PAPER = 'Y'
979214         WRITE BILL-LINE
979215     END-IF
979215     IF WS-SEND-ELECTRONIC = 'Y'
979216         MOVE BILL-LINE TO E-BILL-LINE
979216         WRITE E-BILL-LINE
979217         ADD 1 TO WS-E-LINE-NUM
979217     END-IF
979218     EXIT.
979218 WRITE-BILL-INDEX.
979219     MOVE "SDBRENT" TO EDOC-DOC-TYPE
979219     MOVE WS-BUSINESS-DATE TO EDOC-DOC-DATE
979220     MOVE CUST-ID TO EDOC-CUST-ID
979220     MOVE SDB-BILL-ACCT TO EDOC-ACCT-NUMBER
979221     MOVE SPACES TO EDOC-CUST-NAME
979221     STRING CUST-FIRST-NAME DELIMITED BY "  "
979222         " " DELIMITED BY SIZE
979222         CUST-LAST-NAME DELIMITED BY "  "
979223         INTO EDOC-CUST-NAME
979223     MOVE CUST-EMAIL TO EDOC-EMAIL
979224     MOVE "ESDBBILL.TXT" TO EDOC-DOC-FILE
979224     MOVE WS-E-DOC-FIRST TO EDOC-FIRST-LINE
979225     COMPUTE EDOC-LINE-COUNT = WS-E-LINE-NUM - WS-E-DOC-FIRST + 1
979225     WRITE EDOC-INDEX-RECORD
979226     EXIT.
979226 WRITE-ESTATE-ADDRESS.
979227     MOVE SPACES TO BILL-LINE
979227     STRING "C/O " DELIMITED BY SIZE
979228         WS-EST-NAME DELIMITED BY SIZE
979228         INTO BILL-LINE
979229     PERFORM PUT-BILL-LINE
979229     MOVE WS-EST-STREET TO BILL-LINE
979230     PERFORM PUT-BILL-LINE
979230     MOVE SPACES TO BILL-LINE
979231     STRING WS-EST-CITY DELIMITED BY "  "
979231         ", " DELIMITED BY SIZE
979232         WS-EST-STATE DELIMITED BY SIZE
979232         " " DELIMITED BY SIZE
979233         WS-EST-ZIP DELIMITED BY SIZE
979233         INTO BILL-LINE
979234     PERFORM PUT-BILL-LINE
979234     EXIT.
975818 WRITE-ACCESS-LOG.
975819     MOVE SDB-BRANCH TO SDA-BRANCH
975819     MOVE SDB-BOX-NUMBER TO SDA-BOX-NUMBER
975820     MOVE WS-BUSINESS-DATE TO SDA-DATE
975820     ACCEPT WS-NOW-TIME FROM TIME
975821     COMPUTE SDA-TIME = WS-NOW-TIME / 100
975821     MOVE 0 TO SDA-CUST-ID
975822     MOVE WS-LOG-ACTION TO SDA-ACTION
975822     MOVE WS-OPERATOR-ID TO SDA-OPERATOR
975823     MOVE WS-LOG-NOTE TO SDA-NOTE
975823     OPEN EXTEND SAFE-DEPOSIT-ACCESS-FILE
975824     IF WS-SDA-FILE-STATUS = "35"
975824         OPEN OUTPUT SAFE-DEPOSIT-ACCESS-FILE
975825     END-IF
975825     WRITE SAFE-DEPOSIT-ACCESS-RECORD
975826     CLOSE SAFE-DEPOSIT-ACCESS-FILE
975826     EXIT.
975827 PRINT-DETAIL-LINE.
975827     MOVE SDB-BRANCH TO DT-BRANCH
975828     MOVE SDB-BOX-NUMBER TO DT-BOX-NUMBER
975828     MOVE SDB-RENTER-CUST TO DT-RENTER
975829     MOVE SDB-DUE-DATE TO DT-DUE-DATE
975829     MOVE SDB-AMOUNT-DUE TO DT-AMOUNT
975830     IF SDB-BILL-ACCT = 0
975830         MOVE "BILL" TO DT-ACCT
975831     ELSE
975831         MOVE SDB-BILL-ACCT TO DT-ACCT
975832     END-IF
975832     MOVE WS-DETAIL-LINE TO REPORT-LINE
975833     WRITE REPORT-LINE
975833     EXIT.
975834 PRINT-REPORT-HEADER.
975834     MOVE SPACES TO REPORT-LINE
975835     STRING "SAFE DEPOSIT BOX RENT REGISTER  " DELIMITED BY SIZE
975835         "BUSINESS DATE: " DELIMITED BY SIZE
975836         WS-BUSINESS-DATE DELIMITED BY SIZE
975836         INTO REPORT-LINE
975837     WRITE REPORT-LINE
975837     MOVE SPACES TO REPORT-LINE
975838     STRING "GRACE DAYS: " DELIMITED BY SIZE
975838         WS-GRACE-DAYS DELIMITED BY SIZE
975839         "  DRILL AFTER DAYS: " DELIMITED BY SIZE
975839         WS-DRILL-DAYS DELIMITED BY SIZE
975840         INTO REPORT-LINE
975840     WRITE REPORT-LINE
975841     MOVE SPACES TO REPORT-LINE
975841     WRITE REPORT-LINE
975842     STRING "BOX        RENTER  DUE DATE     AMOUNT  FROM      "
975842         DELIMITED BY SIZE
975843         "RESULT     NOTE" DELIMITED BY SIZE
975843         INTO REPORT-LINE
975844     WRITE REPORT-LINE
975844     EXIT.
975845 PRINT-REPORT-TRAILER.
975845     MOVE SPACES TO REPORT-LINE
975846     WRITE REPORT-LINE
975846     MOVE WS-BILLED-TOTAL TO WS-TOTAL-DISP
975847     STRING "BILLED: " DELIMITED BY SIZE
975847         WS-BILLED-COUNT DELIMITED BY SIZE
975848         "  TOTAL: " DELIMITED BY SIZE
975848         WS-TOTAL-DISP DELIMITED BY SIZE
975849         "  BILLS PRINTED: " DELIMITED BY SIZE
975849         WS-BILL-COUNT DELIMITED BY SIZE
975850         INTO REPORT-LINE
975850     WRITE REPORT-LINE
979235     MOVE SPACES TO REPORT-LINE
979235     STRING "BILLS EMAILED: " DELIMITED BY SIZE
979236         WS-EBILL-COUNT DELIMITED BY SIZE
979236         "  PAPER WITHHELD (MAIL RETURNED): " DELIMITED BY SIZE
979237         WS-WITHHELD-COUNT DELIMITED BY SIZE
979237         INTO REPORT-LINE
979238     WRITE REPORT-LINE
975851     MOVE SPACES TO REPORT-LINE
975851     MOVE WS-COLLECTED-TOTAL TO WS-TOTAL-DISP
975852     STRING "COLLECTED: " DELIMITED BY SIZE
975852         WS-COLLECTED-COUNT DELIMITED BY SIZE
975853         "  TOTAL: " DELIMITED BY SIZE
975853         WS-TOTAL-DISP DELIMITED BY SIZE
975854         INTO REPORT-LINE
975854     WRITE REPORT-LINE
975855     MOVE SPACES TO REPORT-LINE
975855     MOVE WS-DUE-TOTAL TO WS-TOTAL-DISP
975856     STRING "STILL DUE: " DELIMITED BY SIZE
975856         WS-DUE-COUNT DELIMITED BY SIZE
975857         "  TOTAL: " DELIMITED BY SIZE
975857         WS-TOTAL-DISP DELIMITED BY SIZE
975858         "  DELINQUENT: " DELIMITED BY SIZE
975858         WS-DELINQ-COUNT DELIMITED BY SIZE
975859         "  TO DRILL: " DELIMITED BY SIZE
975859         WS-DRILL-COUNT DELIMITED BY SIZE
975860         INTO REPORT-LINE
975860     WRITE REPORT-LINE
975861     EXIT.
