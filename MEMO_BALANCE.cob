964901 IDENTIFICATION DIVISION.
964901 PROGRAM-ID. MEMO_BALANCE.
964902 AUTHOR. ELYZ.
964902 ENVIRONMENT DIVISION.
964903 INPUT-OUTPUT SECTION.
964903 FILE-CONTROL.
964904     SELECT MEMO-POST-FILE ASSIGN TO "MEMOPOST.DAT"
964904         ORGANIZATION IS INDEXED
964905         ACCESS MODE IS DYNAMIC
964905         RECORD KEY IS MP-ID
964906         ALTERNATE RECORD KEY IS MP-ACCT-NUMBER
964906             WITH DUPLICATES
964907         FILE STATUS IS WS-MP-FILE-STATUS.
964907 DATA DIVISION.
964908 FILE SECTION.
964908 FD  MEMO-POST-FILE.
964909     COPY MEMOREC.
964909 WORKING-STORAGE SECTION.
964910 01  WS-MP-FILE-STATUS       PIC XX VALUE "00".
964910 01  WS-EOF-FLAG             PIC X VALUE 'N'.
964911 LINKAGE SECTION.
964911 01  LS-ACCT-NUMBER          PIC 9(8).
964912*Net of the account's queued memo items, credits less debits; add
964912*it to the ledger balance for the memo balance.
964913 01  LS-MEMO-NET             PIC S9(9)V99 COMP-3.
964913 PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-MEMO-NET.
964914 MAIN-PARA.
964914     MOVE 0 TO LS-MEMO-NET
964915     MOVE 'N' TO WS-EOF-FLAG
964915     OPEN INPUT MEMO-POST-FILE
964916     IF WS-MP-FILE-STATUS = "00"
964916         MOVE LS-ACCT-NUMBER TO MP-ACCT-NUMBER
964917         START MEMO-POST-FILE KEY IS >= MP-ACCT-NUMBER
964917             INVALID KEY
964918                 MOVE 'Y' TO WS-EOF-FLAG
964918         END-START
964919         PERFORM UNTIL WS-EOF-FLAG = 'Y'
964919             READ MEMO-POST-FILE NEXT RECORD
964920                 AT END
964920                     MOVE 'Y' TO WS-EOF-FLAG
964921                 NOT AT END
964921                     IF MP-ACCT-NUMBER NOT = LS-ACCT-NUMBER
964922                         MOVE 'Y' TO WS-EOF-FLAG
964922                     ELSE
964923                         PERFORM ADD-IF-QUEUED
964923                     END-IF
964924             END-READ
964924         END-PERFORM
964925         CLOSE MEMO-POST-FILE
964925     END-IF
964926     GOBACK.
964926 ADD-IF-QUEUED.
964927     IF MP-STATUS = 'Q'
964927         IF MP-TRAN-TYPE = "DR"
964928             SUBTRACT MP-AMOUNT FROM LS-MEMO-NET
964928         ELSE
964929             ADD MP-AMOUNT TO LS-MEMO-NET
964929         END-IF
964930     END-IF
964930     EXIT.
