841118         ALTERNATE RECORD KEY IS HOLD-ACCT-NUMBER
841118             WITH DUPLICATES
841119         FILE STATUS IS WS-HOLD-FILE-STATUS.
951401     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
951401         ORGANIZATION IS INDEXED
951402         ACCESS MODE IS DYNAMIC
951402         RECORD KEY IS SUS-ID
951403         FILE STATUS IS WS-SUS-FILE-STATUS.
973901     SELECT FX-DEAL-FILE ASSIGN TO "FXDEAL.DAT"
973901         ORGANIZATION IS INDEXED
973902         ACCESS MODE IS DYNAMIC
973902         RECORD KEY IS FXD-RECEIPT-NUMBER
973903         FILE STATUS IS WS-FXD-FILE-STATUS.
841119     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
841120         ORGANIZATION IS LINE SEQUENTIAL
841120         FILE STATUS IS WS-JRNL-FILE-STATUS.
841127     COPY HOLDREC.
841128 FD  GL-JOURNAL-FILE.
841128     COPY GLJRNREC.
951403 FD  SUSPENSE-FILE.
951404     COPY SUSPREC.
973903 FD  FX-DEAL-FILE.
973904     COPY FXDLREC.
841129 FD  REPORT-FILE.
841129 01  REPORT-LINE             PIC X(80).
841130 WORKING-STORAGE SECTION.
841132 01  WS-OWNR-FILE-STATUS     PIC XX VALUE "00".
841132 01  WS-HOLD-FILE-STATUS     PIC XX VALUE "00".
841133 01  WS-JRNL-FILE-STATUS     PIC XX VALUE "00".
951404 01  WS-SUS-FILE-STATUS      PIC XX VALUE "00".
951405 01  WS-SUS-OPEN             PIC X VALUE 'N'.
973904 01  WS-FXD-FILE-STATUS      PIC XX VALUE "00".
973905 01  WS-FXD-OPEN             PIC X VALUE 'N'.
841133 01  WS-EOF-FLAG             PIC X VALUE 'N'.
841134 01  WS-OWNER-EOF            PIC X VALUE 'N'.
841134 01  WS-RUN-DATE             PIC 9(8).
841243         MOVE 'Y' TO WS-EOF-FLAG
841243     ELSE
841244         OPEN INPUT TRANSACTION-LEDGER-FILE
951405         OPEN INPUT SUSPENSE-FILE
951406         IF WS-SUS-FILE-STATUS = "00"
951406             MOVE 'Y' TO WS-SUS-OPEN
951407         END-IF
973905         OPEN INPUT FX-DEAL-FILE
973906         IF WS-FXD-FILE-STATUS = "00"
973906             MOVE 'Y' TO WS-FXD-OPEN
973907         END-IF
841244     END-IF
841245     PERFORM UNTIL WS-EOF-FLAG = 'Y'
841245         READ GL-JOURNAL-FILE
841249     IF WS-JRNL-FILE-STATUS = "00"
841249         CLOSE GL-JOURNAL-FILE
841250         CLOSE TRANSACTION-LEDGER-FILE
951405         IF WS-SUS-OPEN = 'Y'
951406             CLOSE SUSPENSE-FILE
951406         END-IF
973907         IF WS-FXD-OPEN = 'Y'
973908             CLOSE FX-DEAL-FILE
973908         END-IF
841250     END-IF
841251     EXIT.
841252 CHECK-ONE-GL-ENTRY.
841252     COMPUTE WS-JRNL-DATE = GL-TIMESTAMP / 1000000
951407*Posting suspense lines carry no customer account and refer to
951407*the suspense item rather than a ledger entry.  Foreign
973909*exchange margin and cash lines carry none either, and refer to
973909*the exchange deal by its receipt number.
973910     IF WS-JRNL-DATE >= WS-AGE-LIMIT-DATE
973910         AND GL-ACCT-NUMBER = 0 AND GL-TRAN-CODE(1:2) = "FX"
973911         MOVE GL-REFERENCE TO FXD-RECEIPT-NUMBER
973911         IF WS-FXD-OPEN = 'N'
973912             PERFORM REPORT-FX-DEAL-ORPHAN
973912         ELSE
973913             READ FX-DEAL-FILE
973913                 INVALID KEY
973914                     PERFORM REPORT-FX-DEAL-ORPHAN
973914                 NOT INVALID KEY
973915                     CONTINUE
973915             END-READ
973916         END-IF
973916     ELSE
951408     IF WS-JRNL-DATE >= WS-AGE-LIMIT-DATE
951408         AND GL-ACCT-NUMBER = 0
951409         MOVE GL-REFERENCE TO SUS-ID
951409         IF WS-SUS-OPEN = 'N'
951410             PERFORM REPORT-SUSPENSE-ORPHAN
951411         ELSE
951411             READ SUSPENSE-FILE
951412                 INVALID KEY
951412                     PERFORM REPORT-SUSPENSE-ORPHAN
951413                 NOT INVALID KEY
951413                     CONTINUE
951414             END-READ
951414         END-IF
951415     ELSE
841253     IF WS-JRNL-DATE >= WS-AGE-LIMIT-DATE
841253         MOVE GL-REFERENCE TO TRAN-ID
841254         READ TRANSACTION-LEDGER-FILE
841258                 CONTINUE
841258         END-READ
841259     END-IF
951415     END-IF
973917     END-IF
841259     EXIT.
951416 REPORT-SUSPENSE-ORPHAN.
951416     ADD 1 TO WS-GL-ORPHANS
951417     MOVE 0 TO ACCT-NUMBER
951417     MOVE "GL REFERENCE NOT IN SUSPENSE" TO WS-ERROR-TEXT
951418     PERFORM PRINT-EXCEPTION
951418     EXIT.
973917 REPORT-FX-DEAL-ORPHAN.
973918     ADD 1 TO WS-GL-ORPHANS
973918     MOVE 0 TO ACCT-NUMBER
973919     MOVE "GL REFERENCE NOT AN FX DEAL" TO WS-ERROR-TEXT
973919     PERFORM PRINT-EXCEPTION
973920     EXIT.
841260 PRINT-REPORT-HEADER.
841260     MOVE SPACES TO REPORT-LINE
841261     STRING "CROSS-FILE INTEGRITY AUDIT  RUN DATE: "
