965001 IDENTIFICATION DIVISION.
965001 PROGRAM-ID. MEMO_POST_BATCH.
965002 AUTHOR. ELYZ.
965002 ENVIRONMENT DIVISION.
965003 INPUT-OUTPUT SECTION.
965003 FILE-CONTROL.
965004     SELECT MEMO-POST-FILE ASSIGN TO "MEMOPOST.DAT"
965004         ORGANIZATION IS INDEXED
965005         ACCESS MODE IS DYNAMIC
965005         RECORD KEY IS MP-ID
965006         ALTERNATE RECORD KEY IS MP-ACCT-NUMBER
965006             WITH DUPLICATES
965007         FILE STATUS IS WS-MP-FILE-STATUS.
965007     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
965008         ORGANIZATION IS INDEXED
965008         ACCESS MODE IS DYNAMIC
965009         RECORD KEY IS ACCT-NUMBER
965009         FILE STATUS IS WS-ACCT-FILE-STATUS.
965010     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
965010         ORGANIZATION IS INDEXED
965011         ACCESS MODE IS DYNAMIC
965011         RECORD KEY IS SUS-ID
965012         FILE STATUS IS WS-SUS-FILE-STATUS.
965012     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
965013         ORGANIZATION IS LINE SEQUENTIAL.
965013     SELECT REPORT-FILE ASSIGN TO "MEMOPSTR.TXT"
965014         ORGANIZATION IS LINE SEQUENTIAL.
965014 DATA DIVISION.
965015 FILE SECTION.
965015 FD  MEMO-POST-FILE.
965016     COPY MEMOREC.
965016 FD  ACCOUNT-MASTER-FILE.
965017     COPY ACCTREC.
965017 FD  SUSPENSE-FILE.
965018     COPY SUSPREC.
965018 FD  GL-JOURNAL-FILE.
965019     COPY GLJRNREC.
965019 FD  REPORT-FILE.
965020 01  REPORT-LINE             PIC X(80).
965020 WORKING-STORAGE SECTION.
965021 01  WS-MP-FILE-STATUS       PIC XX VALUE "00".
965021 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
965022 01  WS-SUS-FILE-STATUS      PIC XX VALUE "00".
965022 01  WS-MP-EOF               PIC X VALUE 'N'.
965023 01  WS-SUS-EOF              PIC X VALUE 'N'.
965023 01  WS-NEXT-SUS-ID          PIC 9(8) VALUE 0.
965024 01  WS-BUSINESS-DATE        PIC 9(8).
965024 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
965025 01  WS-PERIOD-FLAG          PIC X VALUE 'O'.
965025 01  WS-OPERATOR-ID          PIC X(20) VALUE "MEMOPOST".
965026 01  WS-GL-ACCOUNT-CODE      PIC X(10) VALUE "1000-DDA".
965026 01  WS-REJECT-REASON        PIC X(30).
965027 01  WS-ACCT-POSTED          PIC X VALUE 'N'.
965027 01  WS-TRAN-TYPE            PIC X(2).
965028 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
965028 01  WS-POST-DESC            PIC X(30).
965029 01  WS-TRAN-CODE            PIC X(4).
965029 01  WS-CURRENT-TIMESTAMP    PIC 9(14).
965030 01  WS-DATE-PART            PIC 9(8).
965030 01  WS-TIME-PART            PIC 9(8).
965031 01  WS-POSTED-COUNT         PIC 9(6) VALUE 0.
965031 01  WS-SUSPENSE-COUNT       PIC 9(6) VALUE 0.
965032 01  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
965032 01  WS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
965033 01  WS-SUSPENSE-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
965033 01  WS-TOTAL-DISP           PIC -Z(10)9.99.
965034 01  WS-DETAIL-LINE.
965034     05  DT-MEMO-ID              PIC 9(8).
965035     05  FILLER                  PIC X(1) VALUE SPACES.
965035     05  DT-ACCT                 PIC 9(8).
965036     05  FILLER                  PIC X(1) VALUE SPACES.
965036     05  DT-CODE                 PIC X(4).
965037     05  FILLER                  PIC X(1) VALUE SPACES.
965037     05  DT-TYPE                 PIC X(2).
965038     05  FILLER                  PIC X(1) VALUE SPACES.
965038     05  DT-AMOUNT               PIC -Z(8)9.99.
965039     05  FILLER                  PIC X(1) VALUE SPACES.
965039     05  DT-OPERATOR             PIC X(10).
965040     05  FILLER                  PIC X(1) VALUE SPACES.
965040     05  DT-RESULT               PIC X(29).
965041 PROCEDURE DIVISION.
965041 MAIN-PARA.
965042     PERFORM SET-BUSINESS-DATE
965042     CALL "PERIOD_CHECK" USING WS-BUSINESS-DATE WS-PERIOD-FLAG
965043     IF WS-PERIOD-FLAG = 'C'
965043         DISPLAY "Accounting period is closed - memo post"
965044             " not run."
965044         MOVE 8 TO RETURN-CODE
965045     ELSE
965045         PERFORM POST-THE-QUEUE
965046     END-IF
965046     GOBACK.
965047 SET-BUSINESS-DATE.
965047     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
965048     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
965048     IF WS-BUS-DATE-ENV NOT = SPACES
965049         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
965049         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
965050             TO WS-BUSINESS-DATE
965050     END-IF
965051     EXIT.
965051 POST-THE-QUEUE.
965052*Items taken while an earlier night's batch was running are posted
965052*to the accounts as the first work of their business date.  Each
965053*item is marked as it is dealt with, so a rerun after a failure
965053*picks up only what is still queued.
965054     OPEN OUTPUT REPORT-FILE
965054     PERFORM PRINT-REPORT-HEADER
965055     OPEN I-O MEMO-POST-FILE
965055     IF WS-MP-FILE-STATUS NOT = "00"
965056         MOVE "NO MEMO POSTINGS QUEUED" TO REPORT-LINE
965056         WRITE REPORT-LINE
965057     ELSE
965057         OPEN I-O ACCOUNT-MASTER-FILE
979091         IF WS-ACCT-FILE-STATUS NOT = "00"
979091             MOVE "ACCOUNT MASTER NOT AVAILABLE - NOTHING POSTED"
979092                 TO REPORT-LINE
979092             WRITE REPORT-LINE
979093             DISPLAY "Account master file is not available."
979093             MOVE 8 TO RETURN-CODE
979094         ELSE
965058             PERFORM OPEN-SUSPENSE-IO
965058             PERFORM UNTIL WS-MP-EOF = 'Y'
965059                 READ MEMO-POST-FILE NEXT RECORD
965059                     AT END
965060                         MOVE 'Y' TO WS-MP-EOF
965060                     NOT AT END
965061                         IF MP-STATUS = 'Q'
965061                             AND MP-BUS-DATE <= WS-BUSINESS-DATE
965062                             PERFORM POST-MEMO-ITEM
965062                         END-IF
965063                 END-READ
965063             END-PERFORM
965064             CLOSE SUSPENSE-FILE
965064             CLOSE ACCOUNT-MASTER-FILE
979094         END-IF
965065         CLOSE MEMO-POST-FILE
965065     END-IF
965066     PERFORM PRINT-REPORT-TRAILER
965066     CLOSE REPORT-FILE
965067     DISPLAY "Memo items posted: " WS-POSTED-COUNT
965067     DISPLAY "Memo items to suspense: " WS-SUSPENSE-COUNT
965068     EXIT.
965068 POST-MEMO-ITEM.
965069*A charged-off or closed account takes nothing from the queue, and
965069*a restricted (overdrawn) account takes credits only; those items
965070*go to posting suspense where operations work them like any other
965070*item the batch could not apply.
965071     MOVE SPACES TO WS-REJECT-REASON
965071     MOVE MP-ACCT-NUMBER TO ACCT-NUMBER
965072     READ ACCOUNT-MASTER-FILE
965072         INVALID KEY
965073             MOVE "UNKNOWN ACCOUNT" TO WS-REJECT-REASON
965073         NOT INVALID KEY
965074             EVALUATE TRUE
965074                 WHEN ACCT-STATUS = 'C'
965075                     MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
965075                 WHEN ACCT-STATUS = 'W'
965076                     MOVE "ACCOUNT CHARGED OFF"
965076                         TO WS-REJECT-REASON
965077                 WHEN ACCT-STATUS = 'R' AND MP-TRAN-TYPE = "DR"
965077                     MOVE "ACCOUNT RESTRICTED" TO WS-REJECT-REASON
965078                 WHEN OTHER
965078                     CONTINUE
965079             END-EVALUATE
965079     END-READ
965080     PERFORM BUILD-TIMESTAMP
965080     IF WS-REJECT-REASON = SPACES
965081         PERFORM APPLY-MEMO-ITEM
965081     END-IF
965082     IF WS-REJECT-REASON NOT = SPACES
965082         PERFORM WRITE-SUSPENSE-ITEM
965083     END-IF
965083     EXIT.
965084 APPLY-MEMO-ITEM.
965084     MOVE 'N' TO WS-ACCT-POSTED
965085     IF MP-TRAN-TYPE = "DR"
965085         SUBTRACT MP-AMOUNT FROM ACCT-BALANCE
965086     ELSE
965086         ADD MP-AMOUNT TO ACCT-BALANCE
965087     END-IF
965087     REWRITE ACCOUNT-RECORD
965088         INVALID KEY
965088             MOVE "ACCOUNT UPDATE FAILED" TO WS-REJECT-REASON
965089         NOT INVALID KEY
965089             MOVE 'Y' TO WS-ACCT-POSTED
965090     END-REWRITE
965090     IF WS-ACCT-POSTED = 'Y'
965091         MOVE MP-TRAN-TYPE TO WS-TRAN-TYPE
965091         MOVE MP-AMOUNT TO WS-POST-AMOUNT
965092         MOVE MP-DESC TO WS-POST-DESC
965092         MOVE MP-TRAN-CODE TO WS-TRAN-CODE
965093         CALL "POST-TRANSACTION-C" USING MP-ACCT-NUMBER
965093             WS-TRAN-TYPE WS-POST-AMOUNT ACCT-BALANCE
965094             MP-OPERATOR WS-POST-DESC WS-TRAN-CODE
965094         MOVE 'P' TO MP-STATUS
965095         MOVE WS-CURRENT-TIMESTAMP TO MP-POSTED-TS
965095         REWRITE MEMO-POST-RECORD
965096             INVALID KEY
965096                 DISPLAY "Memo item not marked posted: " MP-ID
965097         END-REWRITE
965097         ADD 1 TO WS-POSTED-COUNT
965098         IF MP-TRAN-TYPE = "DR"
965098             ADD MP-AMOUNT TO WS-DEBIT-TOTAL
965099         ELSE
965099             ADD MP-AMOUNT TO WS-CREDIT-TOTAL
965100         END-IF
965100         MOVE "POSTED" TO DT-RESULT
965101         PERFORM PRINT-DETAIL-LINE
965101     END-IF
965102     EXIT.
965102 OPEN-SUSPENSE-IO.
965103     OPEN I-O SUSPENSE-FILE
965103     IF WS-SUS-FILE-STATUS = "35"
965104         OPEN OUTPUT SUSPENSE-FILE
965104         CLOSE SUSPENSE-FILE
965105         OPEN I-O SUSPENSE-FILE
965105     END-IF
965106     MOVE 0 TO WS-NEXT-SUS-ID
965106     MOVE 'N' TO WS-SUS-EOF
965107     PERFORM UNTIL WS-SUS-EOF = 'Y'
965107         READ SUSPENSE-FILE NEXT RECORD
965108             AT END
965108                 MOVE 'Y' TO WS-SUS-EOF
965109             NOT AT END
965109                 IF SUS-ID > WS-NEXT-SUS-ID
965110                     MOVE SUS-ID TO WS-NEXT-SUS-ID
965110                 END-IF
965111         END-READ
965111     END-PERFORM
965112     EXIT.
965112 WRITE-SUSPENSE-ITEM.
965113*The memo item number stands in for the feed sequence so the
965113*suspense item can be traced back to the teller who took it.
965114     ADD 1 TO WS-NEXT-SUS-ID
965114     MOVE WS-NEXT-SUS-ID TO SUS-ID
965115     MOVE WS-BUSINESS-DATE TO SUS-BUS-DATE
965115     MOVE MP-ID TO SUS-FEED-SEQ
965116     MOVE MP-ACCT-NUMBER TO SUS-ACCT-NUMBER
965116     MOVE MP-TRAN-TYPE TO SUS-TRAN-TYPE
965117     MOVE MP-AMOUNT TO SUS-AMOUNT
965117     MOVE MP-DESC TO SUS-DESC
965118     MOVE WS-REJECT-REASON TO SUS-REASON
965118     MOVE 'O' TO SUS-STATUS
965119     MOVE 0 TO SUS-CORR-ACCT
965119     MOVE 0 TO SUS-POSTED-TRAN-ID
965120     MOVE WS-OPERATOR-ID TO SUS-UPDATED-BY
965120     MOVE WS-CURRENT-TIMESTAMP TO SUS-UPDATED-TS
965121     WRITE SUSPENSE-RECORD
965121         INVALID KEY
965122             DISPLAY "Suspense write failed, memo item: "
965122                 MP-ID
965123         NOT INVALID KEY
965123             ADD 1 TO WS-SUSPENSE-COUNT
965124             ADD MP-AMOUNT TO WS-SUSPENSE-TOTAL
965124             PERFORM WRITE-SUSPENSE-GL-ENTRY
965125             MOVE 'S' TO MP-STATUS
965125             MOVE WS-CURRENT-TIMESTAMP TO MP-POSTED-TS
965126             REWRITE MEMO-POST-RECORD
965126                 INVALID KEY
965127                     DISPLAY "Memo item not marked suspended: "
965127                         MP-ID
965128             END-REWRITE
965128             MOVE WS-REJECT-REASON TO DT-RESULT
965129             PERFORM PRINT-DETAIL-LINE
965129     END-WRITE
965130     EXIT.
965130 WRITE-SUSPENSE-GL-ENTRY.
965131     OPEN EXTEND GL-JOURNAL-FILE
965131     MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
965132     IF SUS-TRAN-TYPE = "DR"
965132         MOVE "DR" TO GL-DR-CR
965133         MOVE "SPDR" TO GL-TRAN-CODE
965133     ELSE
965134         MOVE "CR" TO GL-DR-CR
965134         MOVE "SPCR" TO GL-TRAN-CODE
965135     END-IF
965135     MOVE SUS-AMOUNT TO GL-AMOUNT
965136     MOVE SUS-ID TO GL-REFERENCE
965136     MOVE WS-CURRENT-TIMESTAMP TO GL-TIMESTAMP
965137     MOVE 0 TO GL-ACCT-NUMBER
965137     WRITE GL-JOURNAL-RECORD
965138     CLOSE GL-JOURNAL-FILE
965138     EXIT.
965139 BUILD-TIMESTAMP.
965139     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
965140     ACCEPT WS-TIME-PART FROM TIME
965140     COMPUTE WS-CURRENT-TIMESTAMP =
965141         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
965141     EXIT.
965142 PRINT-DETAIL-LINE.
965142     MOVE MP-ID TO DT-MEMO-ID
965143     MOVE MP-ACCT-NUMBER TO DT-ACCT
965143     MOVE MP-TRAN-CODE TO DT-CODE
965144     MOVE MP-TRAN-TYPE TO DT-TYPE
965144     MOVE MP-AMOUNT TO DT-AMOUNT
965145     MOVE MP-OPERATOR TO DT-OPERATOR
965145     WRITE REPORT-LINE FROM WS-DETAIL-LINE
965146     EXIT.
965146 PRINT-REPORT-HEADER.
965147     MOVE SPACES TO REPORT-LINE
965147     STRING "MEMO-POST REGISTER  BUSINESS DATE: "
965148         DELIMITED BY SIZE
965148         WS-BUSINESS-DATE DELIMITED BY SIZE
965149         INTO REPORT-LINE
965149     WRITE REPORT-LINE
965150     MOVE SPACES TO REPORT-LINE
965150     WRITE REPORT-LINE
965151     STRING "MEMO ID  ACCOUNT  CODE TY       AMOUNT OPERATOR"
965151         DELIMITED BY SIZE
965152         "   RESULT" DELIMITED BY SIZE
965152         INTO REPORT-LINE
965153     WRITE REPORT-LINE
965153     EXIT.
965154 PRINT-REPORT-TRAILER.
965154     MOVE SPACES TO REPORT-LINE
965155     WRITE REPORT-LINE
965155     MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP
965156     STRING "POSTED: " DELIMITED BY SIZE
965156         WS-POSTED-COUNT DELIMITED BY SIZE
965157         "  CREDITS: " DELIMITED BY SIZE
965157         WS-TOTAL-DISP DELIMITED BY SIZE
965158         INTO REPORT-LINE
965158     WRITE REPORT-LINE
965159     MOVE SPACES TO REPORT-LINE
965159     MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISP
965160     STRING "                DEBITS:  " DELIMITED BY SIZE
965160         WS-TOTAL-DISP DELIMITED BY SIZE
965161         INTO REPORT-LINE
965161     WRITE REPORT-LINE
965162     MOVE SPACES TO REPORT-LINE
965162     MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-DISP
965163     STRING "TO SUSPENSE: " DELIMITED BY SIZE
965163         WS-SUSPENSE-COUNT DELIMITED BY SIZE
965164         "  AMOUNT: " DELIMITED BY SIZE
965164         WS-TOTAL-DISP DELIMITED BY SIZE
965165         INTO REPORT-LINE
965165     WRITE REPORT-LINE
965166     EXIT.
