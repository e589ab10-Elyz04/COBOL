958231 IDENTIFICATION DIVISION.
958231 PROGRAM-ID. ESTATE_MANAGEMENT.
958232 AUTHOR. ELYZ.
958232 ENVIRONMENT DIVISION.
958233 INPUT-OUTPUT SECTION.
958233 FILE-CONTROL.
958234     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
958234         ORGANIZATION IS INDEXED
958235         ACCESS MODE IS DYNAMIC
958235         RECORD KEY IS CUST-ID
958236         FILE STATUS IS WS-CUST-FILE-STATUS.
958236     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
958237         ORGANIZATION IS INDEXED
958237         ACCESS MODE IS DYNAMIC
958238         RECORD KEY IS ACCT-NUMBER
958238         FILE STATUS IS WS-ACCT-FILE-STATUS.
958239     SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
958239         ORGANIZATION IS INDEXED
958240         ACCESS MODE IS DYNAMIC
958240         RECORD KEY IS OWN-KEY
958241         ALTERNATE RECORD KEY IS OWN-CUST-ID
958241             WITH DUPLICATES
958242         FILE STATUS IS WS-OWNR-FILE-STATUS.
958242     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
958243         ORGANIZATION IS INDEXED
958243         ACCESS MODE IS DYNAMIC
958244         RECORD KEY IS HOLD-ID
958244         ALTERNATE RECORD KEY IS HOLD-ACCT-NUMBER
958245             WITH DUPLICATES
958245         FILE STATUS IS WS-HOLD-FILE-STATUS.
958246     SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
958246         ORGANIZATION IS INDEXED
958247         ACCESS MODE IS DYNAMIC
958247         RECORD KEY IS SO-ID
958248         FILE STATUS IS WS-SO-FILE-STATUS.
958248     SELECT EXTERNAL-QUEUE-FILE ASSIGN TO "EXTPAYQ.DAT"
958249         ORGANIZATION IS INDEXED
958249         ACCESS MODE IS DYNAMIC
958250         RECORD KEY IS EPQ-ID
958250         FILE STATUS IS WS-EPQ-FILE-STATUS.
958251     SELECT ESTATE-FILE ASSIGN TO "ESTATE.DAT"
958251         ORGANIZATION IS INDEXED
958252         ACCESS MODE IS DYNAMIC
958252         RECORD KEY IS EST-CUST-ID
958253         FILE STATUS IS WS-EST-FILE-STATUS.
958253     SELECT ESTATE-ACCOUNT-FILE ASSIGN TO "ESTACCT.DAT"
958254         ORGANIZATION IS INDEXED
958254         ACCESS MODE IS DYNAMIC
958255         RECORD KEY IS EA-KEY
958255         ALTERNATE RECORD KEY IS EA-ACCT-NUMBER
958256             WITH DUPLICATES
958256         FILE STATUS IS WS-EA-FILE-STATUS.
958257     SELECT POD-BENEFICIARY-FILE ASSIGN TO "PODBENE.DAT"
958257         ORGANIZATION IS INDEXED
958258         ACCESS MODE IS DYNAMIC
958258         RECORD KEY IS POD-KEY
958259         FILE STATUS IS WS-POD-FILE-STATUS.
958259     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
958260         ORGANIZATION IS LINE SEQUENTIAL.
958260     SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
958261         ORGANIZATION IS LINE SEQUENTIAL.
958261 DATA DIVISION.
958262 FILE SECTION.
958262 FD  CUSTOMER-MASTER-FILE.
958263     COPY CUSTREC.
958263 FD  ACCOUNT-MASTER-FILE.
958264     COPY ACCTREC.
958264 FD  OWNER-XREF-FILE.
958265     COPY OWNRREC.
958265 FD  ACCOUNT-HOLD-FILE.
958266     COPY HOLDREC.
958266 FD  STANDING-ORDER-FILE.
958267     COPY STORDREC.
958267 FD  EXTERNAL-QUEUE-FILE.
958268     COPY EXTPYREC.
958268 FD  ESTATE-FILE.
958269     COPY ESTREC.
958269 FD  ESTATE-ACCOUNT-FILE.
958270     COPY ESTAREC.
958270 FD  POD-BENEFICIARY-FILE.
958271     COPY PODREC.
958271 FD  CUSTOMER-HISTORY-FILE.
958272 01  CUST-HISTORY-RECORD.
958272     05  CH-CUST-ID              PIC 9(6).
958273     05  CH-FIELD-NAME           PIC X(15).
958273     05  CH-OLD-VALUE            PIC X(40).
958274     05  CH-NEW-VALUE            PIC X(40).
958274     05  CH-OPERATOR             PIC X(20).
958275     05  CH-TIMESTAMP            PIC 9(14).
958275 FD  ACCT-HISTORY-FILE.
958276     COPY AHSTREC.
958276 WORKING-STORAGE SECTION.
958277 01  WS-MENU-OPTION          PIC 9 VALUE 0.
958277 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
958278 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
958278 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
958279 01  WS-HOLD-FILE-STATUS     PIC XX VALUE "00".
958279 01  WS-SO-FILE-STATUS       PIC XX VALUE "00".
958280 01  WS-EPQ-FILE-STATUS      PIC XX VALUE "00".
958280 01  WS-EST-FILE-STATUS      PIC XX VALUE "00".
958281 01  WS-EA-FILE-STATUS       PIC XX VALUE "00".
958281 01  WS-POD-FILE-STATUS      PIC XX VALUE "00".
958282 01  WS-RECORD-FOUND         PIC X VALUE 'N'.
958282 01  WS-EST-FOUND            PIC X VALUE 'N'.
958283 01  WS-EA-FOUND             PIC X VALUE 'N'.
958283 01  WS-ACCT-EOF             PIC X VALUE 'N'.
958284 01  WS-OWNER-EOF            PIC X VALUE 'N'.
958284 01  WS-HOLD-EOF             PIC X VALUE 'N'.
958285 01  WS-SO-EOF               PIC X VALUE 'N'.
958285 01  WS-EPQ-EOF              PIC X VALUE 'N'.
958286 01  WS-EA-EOF               PIC X VALUE 'N'.
958286 01  WS-POD-EOF              PIC X VALUE 'N'.
958287 01  WS-OWNR-OPEN            PIC X VALUE 'N'.
958287 01  WS-CONFIRM-FLG          PIC X.
958288 01  WS-ESTATE-CUST          PIC 9(6).
958288 01  WS-DEATH-DATE           PIC 9(8).
958289 01  WS-NOTIFY-SOURCE        PIC X(20).
958289 01  WS-IS-OWNER             PIC X VALUE 'N'.
958290 01  WS-OTHER-OWNERS         PIC 9(3) VALUE 0.
958290 01  WS-NEXT-HOLD-ID         PIC 9(8).
958291 01  WS-SOLE-COUNT           PIC 9(4) VALUE 0.
958291 01  WS-JOINT-COUNT          PIC 9(4) VALUE 0.
958292 01  WS-HOLD-COUNT           PIC 9(4) VALUE 0.
958292 01  WS-ORDER-COUNT          PIC 9(4) VALUE 0.
958293 01  WS-PAYMENT-COUNT        PIC 9(4) VALUE 0.
958293 01  WS-OPEN-ITEMS           PIC 9(4) VALUE 0.
958294 01  WS-POD-COUNT            PIC 9(3) VALUE 0.
958294 01  WS-REVIEW-ACCT          PIC 9(8).
958295 01  WS-REVIEW-NOTE          PIC X(40).
958295 01  WS-EPQ-CHOICE           PIC X.
958296 01  WS-EPQ-ITEM             PIC 9(8).
958296 01  WS-ITEM-OK              PIC X VALUE 'N'.
958297 01  WS-TRAN-TYPE            PIC X(2).
958297 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
958298 01  WS-POST-BALANCE         PIC S9(9)V99 COMP-3.
958298 01  WS-POST-DESC            PIC X(30).
958299 01  WS-TRAN-CODE            PIC X(4).
958299 01  WS-OLD-STATUS           PIC X.
958300 01  WS-AMOUNT-DISP          PIC -Z,ZZZ,ZZZ,ZZ9.99.
958300 01  WS-KIND-TEXT            PIC X(5).
958301 01  WS-EA-STATUS-TEXT       PIC X(16).
958301 01  WS-DATE-PART            PIC 9(8).
958302 01  WS-TIME-PART            PIC 9(8).
958302 LINKAGE SECTION.
958303 01  LS-USERNAME             PIC X(20).
958303 01  LS-ROLE                 PIC X(10).
958304 PROCEDURE DIVISION USING LS-USERNAME LS-ROLE.
958304 MAIN-PARA.
958305     MOVE 0 TO WS-MENU-OPTION
958305     PERFORM UNTIL WS-MENU-OPTION = 8
958306         PERFORM DISPLAY-HEADER
958306         PERFORM DISPLAY-MENU
958307         PERFORM PROCESS-OPTION
958307     END-PERFORM
958308     GOBACK.
958308 DISPLAY-HEADER.
958309     DISPLAY "+---------------------------------+".
958309     DISPLAY "|    DECEASED CUSTOMERS / ESTATES |".
958310     DISPLAY "+---------------------------------+".
958310     EXIT.
958311 DISPLAY-MENU.
958311     DISPLAY "+---------------------------------+".
958312     DISPLAY "| 1. Record death                |".
958312     DISPLAY "| 2. Show estate                 |".
958313     DISPLAY "| 3. Update estate contact       |".
958313     DISPLAY "| 4. Complete survivor review    |".
958314     DISPLAY "| 5. Release account to estate   |".
958314     DISPLAY "| 6. Held external payments      |".
958315     DISPLAY "| 7. Close estate                |".
958315     DISPLAY "| 8. Go back                     |".
958316     DISPLAY "+---------------------------------+".
958316     DISPLAY "Select an option (1-8): " WITH NO ADVANCING
958317     ACCEPT WS-MENU-OPTION
958317     EXIT.
958318 PROCESS-OPTION.
958318     EVALUATE WS-MENU-OPTION
958319         WHEN 1
958319             PERFORM RECORD-DEATH
958320         WHEN 2
958320             PERFORM SHOW-ESTATE
958321         WHEN 3
958321             PERFORM UPDATE-ESTATE-CONTACT
958322         WHEN 4
958322             PERFORM COMPLETE-SURVIVOR-REVIEW
958323         WHEN 5
958323             PERFORM RELEASE-TO-ESTATE
958324         WHEN 6
958324             PERFORM HELD-PAYMENTS
958325         WHEN 7
958325             PERFORM CLOSE-ESTATE
958326         WHEN 8
958326             DISPLAY ">>> Returning to previous menu..."
958327         WHEN OTHER
958327             DISPLAY "Invalid option. Please try again."
958328     END-EVALUATE
958328     EXIT.
958329 OPEN-ESTATE-IO.
958329     OPEN I-O ESTATE-FILE
958330     IF WS-EST-FILE-STATUS = "35"
958330         OPEN OUTPUT ESTATE-FILE
958331         CLOSE ESTATE-FILE
958331         OPEN I-O ESTATE-FILE
958332     END-IF
958332     EXIT.
958333 OPEN-ESTATE-ACCOUNT-IO.
958333     OPEN I-O ESTATE-ACCOUNT-FILE
958334     IF WS-EA-FILE-STATUS = "35"
958334         OPEN OUTPUT ESTATE-ACCOUNT-FILE
958335         CLOSE ESTATE-ACCOUNT-FILE
958335         OPEN I-O ESTATE-ACCOUNT-FILE
958336     END-IF
958336     EXIT.
958337 OPEN-HOLD-IO.
958337     OPEN I-O ACCOUNT-HOLD-FILE
958338     IF WS-HOLD-FILE-STATUS = "35"
958338         OPEN OUTPUT ACCOUNT-HOLD-FILE
958339         CLOSE ACCOUNT-HOLD-FILE
958339         OPEN I-O ACCOUNT-HOLD-FILE
958340     END-IF
958340     EXIT.
958341 OPEN-ORDER-IO.
958341     OPEN I-O STANDING-ORDER-FILE
958342     IF WS-SO-FILE-STATUS = "35"
958342         OPEN OUTPUT STANDING-ORDER-FILE
958343         CLOSE STANDING-ORDER-FILE
958343         OPEN I-O STANDING-ORDER-FILE
958344     END-IF
958344     EXIT.
958345 OPEN-EXTQ-IO.
958345     OPEN I-O EXTERNAL-QUEUE-FILE
958346     IF WS-EPQ-FILE-STATUS = "35"
958346         OPEN OUTPUT EXTERNAL-QUEUE-FILE
958347         CLOSE EXTERNAL-QUEUE-FILE
958347         OPEN I-O EXTERNAL-QUEUE-FILE
958348     END-IF
958348     EXIT.
958349 READ-OPEN-ESTATE.
958349*Common prompt for the estate actions: reads the estate for the
958350*customer entered and leaves ESTATE-FILE open I-O.
958350     MOVE 'N' TO WS-EST-FOUND
958351     PERFORM OPEN-ESTATE-IO
958351     DISPLAY "Enter customer ID: " WITH NO ADVANCING
958352     ACCEPT WS-ESTATE-CUST
958352     MOVE WS-ESTATE-CUST TO EST-CUST-ID
958353     READ ESTATE-FILE
958353         INVALID KEY
958354             DISPLAY "No estate on file for that customer."
958354         NOT INVALID KEY
958355             MOVE 'Y' TO WS-EST-FOUND
958355     END-READ
958356     EXIT.
958356 RECORD-DEATH.
958357     OPEN I-O CUSTOMER-MASTER-FILE
958357     IF WS-CUST-FILE-STATUS NOT = "00"
958358         DISPLAY "Customer master file is not available."
958358     ELSE
958359         MOVE 'N' TO WS-RECORD-FOUND
958359         DISPLAY "Enter customer ID: " WITH NO ADVANCING
958360         ACCEPT CUST-ID
958360         READ CUSTOMER-MASTER-FILE
958361             INVALID KEY
958361                 DISPLAY "Customer not found."
958362             NOT INVALID KEY
958362                 MOVE 'Y' TO WS-RECORD-FOUND
958363         END-READ
958363         IF WS-RECORD-FOUND = 'Y'
958364             IF CUST-STATUS = 'D'
958364                 DISPLAY "Death is already recorded for this"
958365                 DISPLAY "customer."
958365             ELSE
958366                 IF CUST-STATUS NOT = 'A'
958366                     DISPLAY "Customer is not active."
958367                 ELSE
958367                     PERFORM ACCEPT-DEATH-DETAILS
958368                 END-IF
958368             END-IF
958369         END-IF
958369         CLOSE CUSTOMER-MASTER-FILE
958370     END-IF
958370     EXIT.
958371 ACCEPT-DEATH-DETAILS.
958371     DISPLAY "Customer: " CUST-FIRST-NAME " " CUST-LAST-NAME
958372     DISPLAY "Date of death (YYYYMMDD): " WITH NO ADVANCING
958372     ACCEPT WS-DEATH-DATE
958373     DISPLAY "Notified by (e.g. FAMILY, EXECUTOR, SSA): "
958373         WITH NO ADVANCING
958374     ACCEPT WS-NOTIFY-SOURCE
958374     MOVE FUNCTION UPPER-CASE(WS-NOTIFY-SOURCE)
958375         TO WS-NOTIFY-SOURCE
958375     PERFORM OPEN-ESTATE-IO
958376     MOVE CUST-ID TO EST-CUST-ID
958376     MOVE WS-DEATH-DATE TO EST-DEATH-DATE
958377     MOVE WS-NOTIFY-SOURCE TO EST-NOTIFY-SOURCE
958377     ACCEPT EST-NOTIFY-DATE FROM DATE YYYYMMDD
958378     PERFORM ACCEPT-CONTACT-DETAILS
958378     MOVE 'O' TO EST-STATUS
958379     MOVE LS-USERNAME TO EST-OPENED-BY
958379     MOVE 0 TO EST-CLOSE-DATE
958380     DISPLAY "Sole accounts will be frozen and standing orders"
958380     DISPLAY "and queued payments suspended. Proceed (Y/N)? "
958381         WITH NO ADVANCING
958381     ACCEPT WS-CONFIRM-FLG
958382     IF WS-CONFIRM-FLG = 'Y' OR WS-CONFIRM-FLG = 'y'
958382         WRITE ESTATE-RECORD
958383             INVALID KEY
958383                 DISPLAY "An estate is already on file for this"
958384                 DISPLAY "customer. Nothing changed."
958384             NOT INVALID KEY
958385                 PERFORM MARK-CUSTOMER-DECEASED
958385         END-WRITE
958386     ELSE
958386         DISPLAY "Nothing recorded."
958387     END-IF
958387     CLOSE ESTATE-FILE
958388     EXIT.
958388 ACCEPT-CONTACT-DETAILS.
958389     DISPLAY "Estate contact name: " WITH NO ADVANCING
958389     ACCEPT EST-CONTACT-NAME
958390     DISPLAY "Contact street: " WITH NO ADVANCING
958390     ACCEPT EST-CONTACT-STREET
958391     DISPLAY "Contact city: " WITH NO ADVANCING
958391     ACCEPT EST-CONTACT-CITY
958392     DISPLAY "Contact state: " WITH NO ADVANCING
958392     ACCEPT EST-CONTACT-STATE
958393     MOVE FUNCTION UPPER-CASE(EST-CONTACT-STATE)
958393         TO EST-CONTACT-STATE
958394     DISPLAY "Contact ZIP: " WITH NO ADVANCING
958394     ACCEPT EST-CONTACT-ZIP
958395     EXIT.
958395 MARK-CUSTOMER-DECEASED.
958396     MOVE CUST-STATUS TO WS-OLD-STATUS
958396     MOVE 'D' TO CUST-STATUS
958397     REWRITE CUSTOMER-RECORD
958397         INVALID KEY
958398             DISPLAY "Customer status update failed."
958398         NOT INVALID KEY
958399             MOVE "STATUS" TO CH-FIELD-NAME
958399             MOVE WS-OLD-STATUS TO CH-OLD-VALUE
958400             MOVE CUST-STATUS TO CH-NEW-VALUE
958400             PERFORM WRITE-HISTORY-RECORD
958401             MOVE "DEATH-DATE" TO CH-FIELD-NAME
958401             MOVE SPACES TO CH-OLD-VALUE
958402             MOVE WS-DEATH-DATE TO CH-NEW-VALUE
958402             PERFORM WRITE-HISTORY-RECORD
958403             MOVE "DEATH-NOTICE" TO CH-FIELD-NAME
958403             MOVE SPACES TO CH-OLD-VALUE
958404             MOVE WS-NOTIFY-SOURCE TO CH-NEW-VALUE
958404             PERFORM WRITE-HISTORY-RECORD
958405             DISPLAY ">>> Customer recorded as deceased."
958405             PERFORM FREEZE-CUSTOMER-ACCOUNTS
958406     END-REWRITE
958406     EXIT.
958407 FREEZE-CUSTOMER-ACCOUNTS.
958407*Every account the customer holds that is not closed is listed on
958408*the estate.  An account the customer owned alone is frozen by an
958408*estate hold for its balance and its standing orders and queued
958409*external payments are stopped; a joint account is left running
958409*for the surviving owners and flagged for review.
958410     MOVE 0 TO WS-SOLE-COUNT
958410     MOVE 0 TO WS-JOINT-COUNT
958411     MOVE 0 TO WS-HOLD-COUNT
958411     MOVE 0 TO WS-ORDER-COUNT
958412     MOVE 0 TO WS-PAYMENT-COUNT
958412     OPEN INPUT ACCOUNT-MASTER-FILE
958413     IF WS-ACCT-FILE-STATUS NOT = "00"
958413         DISPLAY "Account master file is not available."
958414     ELSE
958414         MOVE 'N' TO WS-OWNR-OPEN
958415         OPEN INPUT OWNER-XREF-FILE
958415         IF WS-OWNR-FILE-STATUS = "00"
958416             MOVE 'Y' TO WS-OWNR-OPEN
958416         END-IF
958417         PERFORM OPEN-ESTATE-ACCOUNT-IO
958417         PERFORM OPEN-HOLD-IO
958418         PERFORM NEXT-HOLD-ID
958418         PERFORM OPEN-ORDER-IO
958419         PERFORM OPEN-EXTQ-IO
958419         MOVE 'N' TO WS-ACCT-EOF
958420         PERFORM UNTIL WS-ACCT-EOF = 'Y'
958420             READ ACCOUNT-MASTER-FILE NEXT RECORD
958421                 AT END
958421                     MOVE 'Y' TO WS-ACCT-EOF
958422                 NOT AT END
958422                     IF ACCT-STATUS NOT = 'C'
958423                         PERFORM CHECK-ESTATE-ACCOUNT
958423                     END-IF
958424             END-READ
958424         END-PERFORM
958425         CLOSE EXTERNAL-QUEUE-FILE
958425         CLOSE STANDING-ORDER-FILE
958426         CLOSE ACCOUNT-HOLD-FILE
958426         CLOSE ESTATE-ACCOUNT-FILE
958427         IF WS-OWNR-OPEN = 'Y'
958427             CLOSE OWNER-XREF-FILE
958428         END-IF
958428         CLOSE ACCOUNT-MASTER-FILE
958429     END-IF
958429     DISPLAY "Sole accounts frozen    : " WS-SOLE-COUNT
958430     DISPLAY "Estate holds placed     : " WS-HOLD-COUNT
958430     DISPLAY "Standing orders stopped : " WS-ORDER-COUNT
958431     DISPLAY "External payments held  : " WS-PAYMENT-COUNT
958431     DISPLAY "Joint accounts to review: " WS-JOINT-COUNT
958432     EXIT.
958432 CHECK-ESTATE-ACCOUNT.
958433     MOVE 'N' TO WS-IS-OWNER
958433     IF ACCT-CUST-ID = CUST-ID
958434         MOVE 'Y' TO WS-IS-OWNER
958434     END-IF
958435     PERFORM COUNT-OTHER-OWNERS
958435     IF WS-IS-OWNER = 'Y'
958436         MOVE CUST-ID TO EA-CUST-ID
958436         MOVE ACCT-NUMBER TO EA-ACCT-NUMBER
958437         MOVE 0 TO EA-HOLD-ID
958437         MOVE SPACES TO EA-NOTE
958438         MOVE LS-USERNAME TO EA-UPDATED-BY
958438         ACCEPT EA-UPDATE-DATE FROM DATE YYYYMMDD
958439         IF WS-OTHER-OWNERS > 0 OR ACCT-CUST-ID NOT = CUST-ID
958439             MOVE 'J' TO EA-KIND
958440             MOVE 'P' TO EA-STATUS
958440             ADD 1 TO WS-JOINT-COUNT
958441             DISPLAY "Joint account " ACCT-NUMBER
958441                 " flagged for survivor review."
958442         ELSE
958442             MOVE 'S' TO EA-KIND
958443             MOVE 'H' TO EA-STATUS
958443             ADD 1 TO WS-SOLE-COUNT
958444             PERFORM PLACE-ESTATE-HOLD
958444             PERFORM SUSPEND-ACCOUNT-ORDERS
958445             PERFORM HOLD-ACCOUNT-PAYMENTS
958445         END-IF
958446         WRITE ESTATE-ACCOUNT-RECORD
958446             INVALID KEY
958447                 DISPLAY "Estate account " ACCT-NUMBER
958447                     " could not be recorded."
958448         END-WRITE
958448     END-IF
958449     EXIT.
958449 COUNT-OTHER-OWNERS.
958450*Owners other than the deceased, from the owner cross-reference.
958450*The deceased is an owner if they are the primary customer on the
958451*account or appear in the cross-reference.
958451     MOVE 0 TO WS-OTHER-OWNERS
958452     IF WS-OWNR-OPEN = 'Y'
958452         MOVE 'N' TO WS-OWNER-EOF
958453         MOVE ACCT-NUMBER TO OWN-ACCT-NUMBER
958453         MOVE 0 TO OWN-CUST-ID
958454         START OWNER-XREF-FILE KEY IS >= OWN-KEY
958454             INVALID KEY
958455                 MOVE 'Y' TO WS-OWNER-EOF
958455         END-START
958456         PERFORM UNTIL WS-OWNER-EOF = 'Y'
958456             READ OWNER-XREF-FILE NEXT RECORD
958457                 AT END
958457                     MOVE 'Y' TO WS-OWNER-EOF
958458                 NOT AT END
958458                     IF OWN-ACCT-NUMBER NOT = ACCT-NUMBER
958459                         MOVE 'Y' TO WS-OWNER-EOF
958459                     ELSE
958460                         IF OWN-CUST-ID = CUST-ID
958460                             MOVE 'Y' TO WS-IS-OWNER
958461                         ELSE
958461                             ADD 1 TO WS-OTHER-OWNERS
958462                         END-IF
958462                     END-IF
958463             END-READ
958463         END-PERFORM
958464     END-IF
958464     EXIT.
958465 NEXT-HOLD-ID.
958465     MOVE 0 TO WS-NEXT-HOLD-ID
958466     MOVE 'N' TO WS-HOLD-EOF
958466     PERFORM UNTIL WS-HOLD-EOF = 'Y'
958467         READ ACCOUNT-HOLD-FILE NEXT RECORD
958467             AT END
958468                 MOVE 'Y' TO WS-HOLD-EOF
958468             NOT AT END
958469                 IF HOLD-ID > WS-NEXT-HOLD-ID
958469                     MOVE HOLD-ID TO WS-NEXT-HOLD-ID
958470                 END-IF
958470         END-READ
958471     END-PERFORM
958471     EXIT.
958472 PLACE-ESTATE-HOLD.
958472*The hold covers the balance at the date the death is recorded and
958473*does not expire; it is released when the account is settled.
958473*Loan balances are owed by the estate and are not held.
958474     IF ACCT-TYPE NOT = "LOAN" AND ACCT-BALANCE > 0
958474         ADD 1 TO WS-NEXT-HOLD-ID
958475         MOVE WS-NEXT-HOLD-ID TO HOLD-ID
958475         MOVE ACCT-NUMBER TO HOLD-ACCT-NUMBER
958476         MOVE ACCT-BALANCE TO HOLD-AMOUNT
958476         MOVE "DECEASED - ESTATE HOLD" TO HOLD-REASON
958477         MOVE 0 TO HOLD-EXPIRY-DATE
958477         MOVE 'A' TO HOLD-STATUS
958478         WRITE HOLD-RECORD
958478             INVALID KEY
958479                 DISPLAY "Estate hold on " ACCT-NUMBER
958479                     " could not be written."
958480             NOT INVALID KEY
958480                 MOVE HOLD-ID TO EA-HOLD-ID
958481                 ADD 1 TO WS-HOLD-COUNT
958481                 MOVE "ESTATE-HOLD" TO AH-FIELD-NAME
958482                 MOVE SPACES TO AH-OLD-VALUE
958482                 MOVE HOLD-ID TO AH-NEW-VALUE
958483                 PERFORM WRITE-ACCT-HISTORY
958483         END-WRITE
958484     END-IF
958484     EXIT.
958485 SUSPEND-ACCOUNT-ORDERS.
958485     MOVE 'N' TO WS-SO-EOF
958486     MOVE 0 TO SO-ID
958486     START STANDING-ORDER-FILE KEY IS >= SO-ID
958487         INVALID KEY
958487             MOVE 'Y' TO WS-SO-EOF
958488     END-START
958488     PERFORM UNTIL WS-SO-EOF = 'Y'
958489         READ STANDING-ORDER-FILE NEXT RECORD
958489             AT END
958490                 MOVE 'Y' TO WS-SO-EOF
958490             NOT AT END
958491                 IF SO-ACCT-NUMBER = ACCT-NUMBER
958491                     AND SO-STATUS = 'A'
958492                     MOVE 'S' TO SO-STATUS
958492                     REWRITE STANDING-ORDER-RECORD
958493                         INVALID KEY
958493                             DISPLAY "Order " SO-ID
958494                                 " could not be suspended."
958494                         NOT INVALID KEY
958495                             ADD 1 TO WS-ORDER-COUNT
958495                     END-REWRITE
958496                 END-IF
958496         END-READ
958497     END-PERFORM
958497     EXIT.
958498 HOLD-ACCOUNT-PAYMENTS.
958498     MOVE 'N' TO WS-EPQ-EOF
958499     MOVE 0 TO EPQ-ID
958499     START EXTERNAL-QUEUE-FILE KEY IS >= EPQ-ID
958500         INVALID KEY
958500             MOVE 'Y' TO WS-EPQ-EOF
958501     END-START
958501     PERFORM UNTIL WS-EPQ-EOF = 'Y'
958502         READ EXTERNAL-QUEUE-FILE NEXT RECORD
958502             AT END
958503                 MOVE 'Y' TO WS-EPQ-EOF
958503             NOT AT END
958504                 IF EPQ-ACCT-NUMBER = ACCT-NUMBER
958504                     AND EPQ-STATUS = 'Q'
958505                     MOVE 'H' TO EPQ-STATUS
958505                     REWRITE EXTERNAL-QUEUE-RECORD
958506                         INVALID KEY
958506                             DISPLAY "Payment " EPQ-ID
958507                                 " could not be held."
958507                         NOT INVALID KEY
958508                             ADD 1 TO WS-PAYMENT-COUNT
958508                     END-REWRITE
958509                 END-IF
958509         END-READ
958510     END-PERFORM
958510     EXIT.
958511 SHOW-ESTATE.
958511     PERFORM READ-OPEN-ESTATE
958512     IF WS-EST-FOUND = 'Y'
958512         DISPLAY "Customer     : " EST-CUST-ID
958513         DISPLAY "Date of death: " EST-DEATH-DATE
958513         DISPLAY "Notified by  : " EST-NOTIFY-SOURCE
958514             " on " EST-NOTIFY-DATE
958514         DISPLAY "Contact      : " EST-CONTACT-NAME
958515         DISPLAY "               " EST-CONTACT-STREET
958515         DISPLAY "               " EST-CONTACT-CITY " "
958516             EST-CONTACT-STATE " " EST-CONTACT-ZIP
958516         IF EST-STATUS = 'O'
958517             DISPLAY "Estate status: OPEN"
958517         ELSE
958518             DISPLAY "Estate status: CLOSED " EST-CLOSE-DATE
958518         END-IF
958519         PERFORM LIST-ESTATE-ACCOUNTS
958519     END-IF
958520     CLOSE ESTATE-FILE
958520     EXIT.
958521 LIST-ESTATE-ACCOUNTS.
958521     PERFORM OPEN-ESTATE-ACCOUNT-IO
958522     MOVE 'N' TO WS-EA-EOF
958522     MOVE EST-CUST-ID TO EA-CUST-ID
958523     MOVE 0 TO EA-ACCT-NUMBER
958523     START ESTATE-ACCOUNT-FILE KEY IS >= EA-KEY
958524         INVALID KEY
958524             MOVE 'Y' TO WS-EA-EOF
958525             DISPLAY "No accounts recorded on the estate."
958525     END-START
958526     PERFORM UNTIL WS-EA-EOF = 'Y'
958526         READ ESTATE-ACCOUNT-FILE NEXT RECORD
958527             AT END
958527                 MOVE 'Y' TO WS-EA-EOF
958528             NOT AT END
958528                 IF EA-CUST-ID NOT = EST-CUST-ID
958529                     MOVE 'Y' TO WS-EA-EOF
958529                 ELSE
958530                     PERFORM FORMAT-ESTATE-ACCOUNT
958530                     DISPLAY "  " EA-ACCT-NUMBER " " WS-KIND-TEXT
958531                         " " WS-EA-STATUS-TEXT " " EA-NOTE
958531                 END-IF
958532         END-READ
958532     END-PERFORM
958533     CLOSE ESTATE-ACCOUNT-FILE
958533     EXIT.
958534 FORMAT-ESTATE-ACCOUNT.
958534     IF EA-KIND = 'S'
958535         MOVE "SOLE" TO WS-KIND-TEXT
958535     ELSE
958536         MOVE "JOINT" TO WS-KIND-TEXT
958536     END-IF
958537     EVALUATE EA-STATUS
958537         WHEN 'H'
958538             MOVE "HELD" TO WS-EA-STATUS-TEXT
958538         WHEN 'S'
958539             MOVE "SETTLED" TO WS-EA-STATUS-TEXT
958539         WHEN 'P'
958540             MOVE "REVIEW PENDING" TO WS-EA-STATUS-TEXT
958540         WHEN 'R'
958541             MOVE "REVIEWED" TO WS-EA-STATUS-TEXT
958541         WHEN OTHER
958542             MOVE EA-STATUS TO WS-EA-STATUS-TEXT
958542     END-EVALUATE
958543     EXIT.
958543 UPDATE-ESTATE-CONTACT.
958544     PERFORM READ-OPEN-ESTATE
958544     IF WS-EST-FOUND = 'Y'
958545         IF EST-STATUS NOT = 'O'
958545             DISPLAY "Estate is closed."
958546         ELSE
958546             DISPLAY "Current contact: " EST-CONTACT-NAME
958547             PERFORM ACCEPT-CONTACT-DETAILS
958547             REWRITE ESTATE-RECORD
958548                 INVALID KEY
958548                     DISPLAY "Update failed."
958549                 NOT INVALID KEY
958549                     MOVE EST-CUST-ID TO CUST-ID
958550                     MOVE "ESTATE-CONTACT" TO CH-FIELD-NAME
958550                     MOVE SPACES TO CH-OLD-VALUE
958551                     MOVE EST-CONTACT-NAME TO CH-NEW-VALUE
958551                     PERFORM WRITE-HISTORY-RECORD
958552                     DISPLAY ">>> Estate contact updated."
958552             END-REWRITE
958553         END-IF
958553     END-IF
958554     CLOSE ESTATE-FILE
958554     EXIT.
958555 READ-ESTATE-ACCOUNT.
958555     MOVE 'N' TO WS-EA-FOUND
958556     DISPLAY "Account number: " WITH NO ADVANCING
958556     ACCEPT WS-REVIEW-ACCT
958557     MOVE EST-CUST-ID TO EA-CUST-ID
958557     MOVE WS-REVIEW-ACCT TO EA-ACCT-NUMBER
958558     READ ESTATE-ACCOUNT-FILE
958558         INVALID KEY
958559             DISPLAY "That account is not on the estate."
958559         NOT INVALID KEY
958560             MOVE 'Y' TO WS-EA-FOUND
958560     END-READ
958561     EXIT.
958561 COMPLETE-SURVIVOR-REVIEW.
958562     PERFORM READ-OPEN-ESTATE
958562     IF WS-EST-FOUND = 'Y' AND EST-STATUS = 'O'
958563         PERFORM OPEN-ESTATE-ACCOUNT-IO
958563         PERFORM READ-ESTATE-ACCOUNT
958564         IF WS-EA-FOUND = 'Y'
958564             IF EA-KIND NOT = 'J' OR EA-STATUS NOT = 'P'
958565                 DISPLAY "No survivor review is pending on that"
958565                 DISPLAY "account."
958566             ELSE
958566                 DISPLAY "Review outcome note: " WITH NO ADVANCING
958567                 ACCEPT WS-REVIEW-NOTE
958567                 MOVE 'R' TO EA-STATUS
958568                 MOVE WS-REVIEW-NOTE TO EA-NOTE
958568                 PERFORM REWRITE-ESTATE-ACCOUNT
958569                 MOVE EA-ACCT-NUMBER TO ACCT-NUMBER
958569                 MOVE "SURVIVOR-REV" TO AH-FIELD-NAME
958570                 MOVE SPACES TO AH-OLD-VALUE
958570                 MOVE WS-REVIEW-NOTE TO AH-NEW-VALUE
958571                 PERFORM WRITE-ACCT-HISTORY
958571             END-IF
958572         END-IF
958572         CLOSE ESTATE-ACCOUNT-FILE
958573     ELSE
958573         IF WS-EST-FOUND = 'Y'
958574             DISPLAY "Estate is closed."
958574         END-IF
958575     END-IF
958575     CLOSE ESTATE-FILE
958576     EXIT.
958576 REWRITE-ESTATE-ACCOUNT.
958577     MOVE LS-USERNAME TO EA-UPDATED-BY
958577     ACCEPT EA-UPDATE-DATE FROM DATE YYYYMMDD
958578     REWRITE ESTATE-ACCOUNT-RECORD
958578         INVALID KEY
958579             DISPLAY "Estate account update failed."
958579         NOT INVALID KEY
958580             DISPLAY ">>> Estate account updated."
958580     END-REWRITE
958581     EXIT.
958581 RELEASE-TO-ESTATE.
958582*A frozen account with no payable-on-death beneficiaries is paid
958582*out to the executor through normal account maintenance once the
958583*estate papers are in order; this releases the estate hold for
958583*that purpose.  Accounts with beneficiaries are settled through a
958584*supervisor-approved POD settlement instead.
958584     PERFORM READ-OPEN-ESTATE
958585     IF WS-EST-FOUND = 'Y' AND EST-STATUS = 'O'
958585         PERFORM OPEN-ESTATE-ACCOUNT-IO
958586         PERFORM READ-ESTATE-ACCOUNT
958586         IF WS-EA-FOUND = 'Y'
958587             IF EA-KIND NOT = 'S' OR EA-STATUS NOT = 'H'
958587                 DISPLAY "That account is not held for the"
958588                     " estate."
958588             ELSE
958589                 PERFORM COUNT-ACTIVE-BENEFICIARIES
958589                 IF WS-POD-COUNT > 0
958590                     DISPLAY "Account has " WS-POD-COUNT
958590                         " POD beneficiaries. Settle it through"
958591                     DISPLAY "POD settlement on the account"
958591                         " screen."
958592                 ELSE
958592                     PERFORM APPLY-ESTATE-RELEASE
958593                 END-IF
958593             END-IF
958594         END-IF
958594         CLOSE ESTATE-ACCOUNT-FILE
958595     ELSE
958595         IF WS-EST-FOUND = 'Y'
958596             DISPLAY "Estate is closed."
958596         END-IF
958597     END-IF
958597     CLOSE ESTATE-FILE
958598     EXIT.
958598 COUNT-ACTIVE-BENEFICIARIES.
958599     MOVE 0 TO WS-POD-COUNT
958599     OPEN INPUT POD-BENEFICIARY-FILE
958600     IF WS-POD-FILE-STATUS = "00"
958600         MOVE 'N' TO WS-POD-EOF
958601         MOVE EA-ACCT-NUMBER TO POD-ACCT-NUMBER
958601         MOVE 0 TO POD-SEQ
958602         START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
958602             INVALID KEY
958603                 MOVE 'Y' TO WS-POD-EOF
958603         END-START
958604         PERFORM UNTIL WS-POD-EOF = 'Y'
958604             READ POD-BENEFICIARY-FILE NEXT RECORD
958605                 AT END
958605                     MOVE 'Y' TO WS-POD-EOF
958606                 NOT AT END
958606                     IF POD-ACCT-NUMBER NOT = EA-ACCT-NUMBER
958607                         MOVE 'Y' TO WS-POD-EOF
958607                     ELSE
958608                         IF POD-STATUS = 'A'
958608                             ADD 1 TO WS-POD-COUNT
958609                         END-IF
958609                     END-IF
958610             END-READ
958610         END-PERFORM
958611         CLOSE POD-BENEFICIARY-FILE
958611     END-IF
958612     EXIT.
958612 APPLY-ESTATE-RELEASE.
958613     DISPLAY "Release note (e.g. letters testamentary ref): "
958613         WITH NO ADVANCING
958614     ACCEPT WS-REVIEW-NOTE
958614     IF EA-HOLD-ID > 0
958615         PERFORM OPEN-HOLD-IO
958615         MOVE EA-HOLD-ID TO HOLD-ID
958616         READ ACCOUNT-HOLD-FILE
958616             INVALID KEY
958617                 CONTINUE
958617             NOT INVALID KEY
958618                 IF HOLD-STATUS = 'A'
958618                     MOVE 'R' TO HOLD-STATUS
958619                     REWRITE HOLD-RECORD
958619                         INVALID KEY
958620                             DISPLAY "Hold release failed."
958620                     END-REWRITE
958621                 END-IF
958621         END-READ
958622         CLOSE ACCOUNT-HOLD-FILE
958622     END-IF
958623     MOVE 'S' TO EA-STATUS
958623     MOVE WS-REVIEW-NOTE TO EA-NOTE
958624     PERFORM REWRITE-ESTATE-ACCOUNT
958624     MOVE EA-ACCT-NUMBER TO ACCT-NUMBER
958625     MOVE "ESTATE-HOLD" TO AH-FIELD-NAME
958625     MOVE EA-HOLD-ID TO AH-OLD-VALUE
958626     MOVE "RELEASED TO ESTATE" TO AH-NEW-VALUE
958626     PERFORM WRITE-ACCT-HISTORY
958627     EXIT.
958627 HELD-PAYMENTS.
958628     PERFORM READ-OPEN-ESTATE
958628     IF WS-EST-FOUND = 'Y'
958629         PERFORM LIST-HELD-PAYMENTS
958629         IF WS-OPEN-ITEMS > 0
958630             PERFORM RESOLVE-HELD-PAYMENT
958630         END-IF
958631     END-IF
958631     CLOSE ESTATE-FILE
958632     EXIT.
958632 LIST-HELD-PAYMENTS.
958633*Held items are found through the estate's sole accounts.
958633     MOVE 0 TO WS-OPEN-ITEMS
958634     PERFORM OPEN-EXTQ-IO
958634     PERFORM OPEN-ESTATE-ACCOUNT-IO
958635     MOVE 'N' TO WS-EPQ-EOF
958635     PERFORM UNTIL WS-EPQ-EOF = 'Y'
958636         READ EXTERNAL-QUEUE-FILE NEXT RECORD
958636             AT END
958637                 MOVE 'Y' TO WS-EPQ-EOF
958637             NOT AT END
958638                 IF EPQ-STATUS = 'H'
958638                     MOVE EST-CUST-ID TO EA-CUST-ID
958639                     MOVE EPQ-ACCT-NUMBER TO EA-ACCT-NUMBER
958639                     READ ESTATE-ACCOUNT-FILE
958640                         INVALID KEY
958640                             CONTINUE
958641                         NOT INVALID KEY
958641                             ADD 1 TO WS-OPEN-ITEMS
958642                             MOVE EPQ-AMOUNT TO WS-AMOUNT-DISP
958642                             DISPLAY "Item " EPQ-ID " acct "
958643                                 EPQ-ACCT-NUMBER " payee "
958643                                 EPQ-PAYEE-ID " " WS-AMOUNT-DISP
958644                     END-READ
958644                 END-IF
958645         END-READ
958645     END-PERFORM
958646     CLOSE ESTATE-ACCOUNT-FILE
958646     CLOSE EXTERNAL-QUEUE-FILE
958647     DISPLAY "Held external payments: " WS-OPEN-ITEMS
958647     EXIT.
958648 RESOLVE-HELD-PAYMENT.
958648     DISPLAY "Item ID to resolve (0 = none): " WITH NO ADVANCING
958649     ACCEPT WS-EPQ-ITEM
958649     IF WS-EPQ-ITEM > 0
958650         PERFORM OPEN-EXTQ-IO
958650         PERFORM OPEN-ESTATE-ACCOUNT-IO
958651         MOVE 'N' TO WS-ITEM-OK
958651         MOVE WS-EPQ-ITEM TO EPQ-ID
958652         READ EXTERNAL-QUEUE-FILE
958652             INVALID KEY
958653                 DISPLAY "Item not found."
958653             NOT INVALID KEY
958654                 MOVE EST-CUST-ID TO EA-CUST-ID
958654                 MOVE EPQ-ACCT-NUMBER TO EA-ACCT-NUMBER
958655                 READ ESTATE-ACCOUNT-FILE
958655                     INVALID KEY
958656                         DISPLAY "Item is not on this estate."
958656                     NOT INVALID KEY
958657                         IF EPQ-STATUS = 'H'
958657                             MOVE 'Y' TO WS-ITEM-OK
958658                         ELSE
958658                             DISPLAY "Item is not held."
958659                         END-IF
958659                 END-READ
958660         END-READ
958660         IF WS-ITEM-OK = 'Y'
958661             DISPLAY "S = send as queued, R = return funds to"
958661             DISPLAY "the account: " WITH NO ADVANCING
958662             ACCEPT WS-EPQ-CHOICE
958662             MOVE FUNCTION UPPER-CASE(WS-EPQ-CHOICE)
958663                 TO WS-EPQ-CHOICE
958663             EVALUATE WS-EPQ-CHOICE
958664                 WHEN 'S'
958664                     MOVE 'Q' TO EPQ-STATUS
958665                     REWRITE EXTERNAL-QUEUE-RECORD
958665                         INVALID KEY
958666                             DISPLAY "Update failed."
958666                         NOT INVALID KEY
958667                             DISPLAY ">>> Item released to the"
958667                                 " next extract."
958668                     END-REWRITE
958668                 WHEN 'R'
958669                     PERFORM RETURN-HELD-PAYMENT
958669                 WHEN OTHER
958670                     DISPLAY "No action taken."
958670             END-EVALUATE
958671         END-IF
958671         CLOSE ESTATE-ACCOUNT-FILE
958672         CLOSE EXTERNAL-QUEUE-FILE
958672     END-IF
958673     EXIT.
958673 RETURN-HELD-PAYMENT.
958674*The account was debited when the item was queued, so returning
958674*it credits the amount back before the item is marked returned.
958675     OPEN I-O ACCOUNT-MASTER-FILE
958675     IF WS-ACCT-FILE-STATUS NOT = "00"
958676         DISPLAY "Account master file is not available."
958676     ELSE
958677         MOVE EPQ-ACCT-NUMBER TO ACCT-NUMBER
958677         READ ACCOUNT-MASTER-FILE
958678             INVALID KEY
958678                 DISPLAY "Account not found."
958679             NOT INVALID KEY
958679                 ADD EPQ-AMOUNT TO ACCT-BALANCE
958680                 MOVE ACCT-BALANCE TO WS-POST-BALANCE
958680                 REWRITE ACCOUNT-RECORD
958681                     INVALID KEY
958681                         DISPLAY "Return failed."
958682                     NOT INVALID KEY
958682                         PERFORM POST-PAYMENT-RETURN
958683                 END-REWRITE
958683         END-READ
958684         CLOSE ACCOUNT-MASTER-FILE
958684     END-IF
958685     EXIT.
958685 POST-PAYMENT-RETURN.
958686     MOVE "CR" TO WS-TRAN-TYPE
958686     MOVE EPQ-AMOUNT TO WS-POST-AMOUNT
958687     MOVE "EXT PAYMENT RETURNED - ESTATE" TO WS-POST-DESC
958687     MOVE "RTCR" TO WS-TRAN-CODE
958688     CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
958688         WS-TRAN-TYPE WS-POST-AMOUNT WS-POST-BALANCE
958689         LS-USERNAME WS-POST-DESC WS-TRAN-CODE
958689     MOVE 'R' TO EPQ-STATUS
958690     REWRITE EXTERNAL-QUEUE-RECORD
958690         INVALID KEY
958691             DISPLAY "Queue item update failed."
958691     END-REWRITE
958692     DISPLAY ">>> Payment returned to account " ACCT-NUMBER "."
958692     EXIT.
958693 CLOSE-ESTATE.
958693*An estate closes once every joint account has been reviewed,
958694*every frozen account settled and every held payment resolved.
958694*The standing orders suspended on its accounts are then cancelled.
958695     PERFORM READ-OPEN-ESTATE
958695     IF WS-EST-FOUND = 'Y'
958696         IF EST-STATUS NOT = 'O'
958696             DISPLAY "Estate is already closed."
958697         ELSE
958697             PERFORM COUNT-OPEN-ESTATE-ITEMS
958698             IF WS-OPEN-ITEMS > 0
958698                 DISPLAY WS-OPEN-ITEMS " account(s) still held or"
958699                 DISPLAY "awaiting survivor review."
958699                     " Close refused."
958700             ELSE
958700                 PERFORM LIST-HELD-PAYMENTS
958701                 IF WS-OPEN-ITEMS > 0
958701                     DISPLAY "Resolve the held payments first."
958702                     DISPLAY "Close refused."
958702                 ELSE
958703                     PERFORM APPLY-ESTATE-CLOSE
958703                 END-IF
958704             END-IF
958704         END-IF
958705     END-IF
958705     CLOSE ESTATE-FILE
958706     EXIT.
958706 COUNT-OPEN-ESTATE-ITEMS.
958707     MOVE 0 TO WS-OPEN-ITEMS
958707     PERFORM OPEN-ESTATE-ACCOUNT-IO
958708     MOVE 'N' TO WS-EA-EOF
958708     MOVE EST-CUST-ID TO EA-CUST-ID
958709     MOVE 0 TO EA-ACCT-NUMBER
958709     START ESTATE-ACCOUNT-FILE KEY IS >= EA-KEY
958710         INVALID KEY
958710             MOVE 'Y' TO WS-EA-EOF
958711     END-START
958711     PERFORM UNTIL WS-EA-EOF = 'Y'
958712         READ ESTATE-ACCOUNT-FILE NEXT RECORD
958712             AT END
958713                 MOVE 'Y' TO WS-EA-EOF
958713             NOT AT END
958714                 IF EA-CUST-ID NOT = EST-CUST-ID
958714                     MOVE 'Y' TO WS-EA-EOF
958715                 ELSE
958715                     IF EA-STATUS = 'H' OR EA-STATUS = 'P'
958716                         ADD 1 TO WS-OPEN-ITEMS
958716                     END-IF
958717                 END-IF
958717         END-READ
958718     END-PERFORM
958718     CLOSE ESTATE-ACCOUNT-FILE
958719     EXIT.
958719 APPLY-ESTATE-CLOSE.
958720     MOVE 'C' TO EST-STATUS
958720     ACCEPT EST-CLOSE-DATE FROM DATE YYYYMMDD
958721     REWRITE ESTATE-RECORD
958721         INVALID KEY
958722             DISPLAY "Close failed."
958722         NOT INVALID KEY
958723             PERFORM CANCEL-ESTATE-ORDERS
958723             MOVE EST-CUST-ID TO CUST-ID
958724             MOVE "ESTATE" TO CH-FIELD-NAME
958724             MOVE "OPEN" TO CH-OLD-VALUE
958725             MOVE "CLOSED" TO CH-NEW-VALUE
958725             PERFORM WRITE-HISTORY-RECORD
958726             DISPLAY ">>> Estate closed."
958726             DISPLAY "Standing orders cancelled: " WS-ORDER-COUNT
958727     END-REWRITE
958727     EXIT.
958728 CANCEL-ESTATE-ORDERS.
958728     MOVE 0 TO WS-ORDER-COUNT
958729     PERFORM OPEN-ORDER-IO
958729     PERFORM OPEN-ESTATE-ACCOUNT-IO
958730     MOVE 'N' TO WS-SO-EOF
958730     PERFORM UNTIL WS-SO-EOF = 'Y'
958731         READ STANDING-ORDER-FILE NEXT RECORD
958731             AT END
958732                 MOVE 'Y' TO WS-SO-EOF
958732             NOT AT END
958733                 IF SO-STATUS = 'S'
958733                     MOVE EST-CUST-ID TO EA-CUST-ID
958734                     MOVE SO-ACCT-NUMBER TO EA-ACCT-NUMBER
958734                     READ ESTATE-ACCOUNT-FILE
958735                         INVALID KEY
958735                             CONTINUE
958736                         NOT INVALID KEY
958736                             MOVE 'C' TO SO-STATUS
958737                             REWRITE STANDING-ORDER-RECORD
958737                                 INVALID KEY
958738                                     CONTINUE
958738                                 NOT INVALID KEY
958739                                     ADD 1 TO WS-ORDER-COUNT
958739                             END-REWRITE
958740                     END-READ
958740                 END-IF
958741         END-READ
958741     END-PERFORM
958742     CLOSE ESTATE-ACCOUNT-FILE
958742     CLOSE STANDING-ORDER-FILE
958743     EXIT.
958743 WRITE-HISTORY-RECORD.
958744     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
958744     ACCEPT WS-TIME-PART FROM TIME
958745     MOVE CUST-ID TO CH-CUST-ID
958745     MOVE LS-USERNAME TO CH-OPERATOR
958746     COMPUTE CH-TIMESTAMP =
958746         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
958747     OPEN EXTEND CUSTOMER-HISTORY-FILE
958747     WRITE CUST-HISTORY-RECORD
958748     CLOSE CUSTOMER-HISTORY-FILE
958748     EXIT.
958749 WRITE-ACCT-HISTORY.
958749     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
958750     ACCEPT WS-TIME-PART FROM TIME
958750     MOVE ACCT-NUMBER TO AH-ACCT-NUMBER
958751     MOVE LS-USERNAME TO AH-OPERATOR
958751     COMPUTE AH-TIMESTAMP =
958752         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
958752     OPEN EXTEND ACCT-HISTORY-FILE
958753     WRITE ACCT-HISTORY-RECORD
958753     CLOSE ACCT-HISTORY-FILE
958754     EXIT.
