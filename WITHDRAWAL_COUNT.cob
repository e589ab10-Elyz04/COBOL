972401 IDENTIFICATION DIVISION.
972401 PROGRAM-ID. WITHDRAWAL_COUNT.
972402 AUTHOR. ELYZ.
972402 ENVIRONMENT DIVISION.
972403 INPUT-OUTPUT SECTION.
972403 FILE-CONTROL.
972404     SELECT WITHDRAWAL-COUNT-FILE ASSIGN TO "WDRLCNT.DAT"
972404         ORGANIZATION IS INDEXED
972405         ACCESS MODE IS DYNAMIC
972405         RECORD KEY IS WC-KEY
972406         FILE STATUS IS WS-WC-FILE-STATUS.
972406 DATA DIVISION.
972407 FILE SECTION.
972407 FD  WITHDRAWAL-COUNT-FILE.
972408 01  WITHDRAWAL-COUNT-RECORD.
972408     05  WC-KEY.
972409         10  WC-ACCT-NUMBER  PIC 9(8).
972409         10  WC-MONTH        PIC 9(6).
972410     05  WC-COUNT            PIC 9(5).
972410 WORKING-STORAGE SECTION.
972411 01  WS-WC-FILE-STATUS       PIC XX VALUE "00".
972411 01  WS-COUNT-FOUND          PIC X VALUE 'N'.
972412 01  WS-TODAY                PIC 9(8).
972412 LINKAGE SECTION.
972413 01  LS-ACCT-NUMBER          PIC 9(8).
972413 01  LS-MONTHLY-LIMIT        PIC 9(3).
972414 01  LS-APPROVED             PIC X.
972414 PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-MONTHLY-LIMIT
972415         LS-APPROVED.
972415 MAIN-PARA.
972416*Counts the teller withdrawals and transfers out taken from an
972416*account in the calendar month against its product's monthly
972417*limit.  A debit within the limit is approved and counted; one
972417*over it is refused and not counted.
972418     MOVE 'Y' TO LS-APPROVED
972418     IF LS-MONTHLY-LIMIT > 0
972419         ACCEPT WS-TODAY FROM DATE YYYYMMDD
972419         PERFORM OPEN-COUNT-IO
972420         PERFORM CHECK-MONTHLY-COUNT
972420         CLOSE WITHDRAWAL-COUNT-FILE
972421     END-IF
972421     GOBACK.
972422 OPEN-COUNT-IO.
972422     OPEN I-O WITHDRAWAL-COUNT-FILE
972423     IF WS-WC-FILE-STATUS = "35"
972423         OPEN OUTPUT WITHDRAWAL-COUNT-FILE
972424         CLOSE WITHDRAWAL-COUNT-FILE
972424         OPEN I-O WITHDRAWAL-COUNT-FILE
972425     END-IF
972425     EXIT.
972426 CHECK-MONTHLY-COUNT.
972426     MOVE 'N' TO WS-COUNT-FOUND
972427     MOVE LS-ACCT-NUMBER TO WC-ACCT-NUMBER
972427     MOVE WS-TODAY(1:6) TO WC-MONTH
972428     READ WITHDRAWAL-COUNT-FILE
972428         INVALID KEY
972429             MOVE 0 TO WC-COUNT
972429         NOT INVALID KEY
972430             MOVE 'Y' TO WS-COUNT-FOUND
972430     END-READ
972431     IF WC-COUNT >= LS-MONTHLY-LIMIT
972431         MOVE 'N' TO LS-APPROVED
972432     ELSE
972432         PERFORM UPDATE-MONTHLY-COUNT
972433     END-IF
972433     EXIT.
972434 UPDATE-MONTHLY-COUNT.
972434     MOVE LS-ACCT-NUMBER TO WC-ACCT-NUMBER
972435     MOVE WS-TODAY(1:6) TO WC-MONTH
972435     ADD 1 TO WC-COUNT
972436     IF WS-COUNT-FOUND = 'Y'
972436         REWRITE WITHDRAWAL-COUNT-RECORD
972437     ELSE
972437         WRITE WITHDRAWAL-COUNT-RECORD
972438     END-IF
972438     EXIT.
