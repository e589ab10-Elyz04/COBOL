839113         ORGANIZATION IS LINE SEQUENTIAL.
839113     SELECT ADMIN-LOG-FILE ASSIGN TO "USERADM.LOG"
839114         ORGANIZATION IS LINE SEQUENTIAL.
958601     SELECT POD-BENEFICIARY-FILE ASSIGN TO "PODBENE.DAT"
958601         ORGANIZATION IS INDEXED
958602         ACCESS MODE IS DYNAMIC
958602         RECORD KEY IS POD-KEY
958603         FILE STATUS IS WS-POD-FILE-STATUS.
958603     SELECT ESTATE-ACCOUNT-FILE ASSIGN TO "ESTACCT.DAT"
958604         ORGANIZATION IS INDEXED
958604         ACCESS MODE IS DYNAMIC
958605         RECORD KEY IS EA-KEY
958605         ALTERNATE RECORD KEY IS EA-ACCT-NUMBER
958606             WITH DUPLICATES
958606         FILE STATUS IS WS-EA-FILE-STATUS.
958607     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
958607         ORGANIZATION IS INDEXED
958608         ACCESS MODE IS DYNAMIC
958608         RECORD KEY IS HOLD-ID
958609         ALTERNATE RECORD KEY IS HOLD-ACCT-NUMBER
958609             WITH DUPLICATES
958610         FILE STATUS IS WS-HOLD-FILE-STATUS.
839114 DATA DIVISION.
839115 FILE SECTION.
839115 FD  PENDING-APPROVAL-FILE.
839124     05  AL-ACTION           PIC X(10).
839125     05  AL-TARGET           PIC X(20).
839125     05  AL-TIMESTAMP        PIC 9(14).
958611 FD  POD-BENEFICIARY-FILE.
958611     COPY PODREC.
958612 FD  ESTATE-ACCOUNT-FILE.
958612     COPY ESTAREC.
958613 FD  ACCOUNT-HOLD-FILE.
958613     COPY HOLDREC.
839126 WORKING-STORAGE SECTION.
839126 01  WS-MENU-OPTION          PIC 9 VALUE 0.
839127 01  WS-APPR-FILE-STATUS     PIC XX VALUE "00".
839133 01  WS-NEW-PASSWORD         PIC X(20).
839134 01  WS-DATE-PART            PIC 9(8).
839134 01  WS-TIME-PART            PIC 9(8).
958615 01  WS-POD-FILE-STATUS      PIC XX VALUE "00".
958615 01  WS-EA-FILE-STATUS       PIC XX VALUE "00".
958616 01  WS-HOLD-FILE-STATUS     PIC XX VALUE "00".
958616 01  WS-POD-EOF              PIC X VALUE 'N'.
958617 01  WS-EA-EOF               PIC X VALUE 'N'.
958617 01  WS-EA-FOUND             PIC X VALUE 'N'.
958618 01  WS-POD-READY            PIC X VALUE 'N'.
958618 01  WS-POD-CREDITED         PIC X VALUE 'N'.
958619 01  WS-POD-ACTIVE           PIC 9(2).
958619 01  WS-POD-PAID-COUNT       PIC 9(2).
958620 01  WS-POD-SHARE-TOTAL      PIC 9(4)V99.
958620 01  WS-SETTLE-BALANCE       PIC S9(9)V99 COMP-3.
958621 01  WS-SETTLE-REMAINING     PIC S9(9)V99 COMP-3.
958621 01  WS-POD-SHARE-AMT        PIC S9(9)V99 COMP-3.
958622 01  WS-POD-AMT-DISP         PIC -Z,ZZZ,ZZZ,ZZ9.99.
958622 01  WS-TRAN-TYPE            PIC X(2).
958623 01  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
958623 01  WS-POST-BALANCE         PIC S9(9)V99 COMP-3.
958624 01  WS-POST-DESC            PIC X(30).
958624 01  WS-TRAN-CODE            PIC X(4).
839135 LINKAGE SECTION.
839135 01  LS-USERNAME             PIC X(20).
839136 PROCEDURE DIVISION USING LS-USERNAME.
839208             PERFORM APPLY-REACTIVATION
839208         WHEN "ADD-USER"
839209             PERFORM APPLY-ADD-USER
958626         WHEN "POD-SETTLE"
958626             PERFORM APPLY-POD-SETTLEMENT
839209         WHEN OTHER
839210             DISPLAY "Unknown action: " PA-ACTION
839210     END-EVALUATE
839250     END-WRITE
839250     CLOSE USER-CREDENTIALS-FILE
839251     EXIT.
958631 APPLY-POD-SETTLEMENT.
958631*Pays the balance of an account frozen for its deceased owner's
958632*estate to the payable-on-death beneficiaries by their shares; the
958632*last beneficiary takes any rounding remainder.  A share is
958633*credited to the beneficiary's account, or paid by official check
958633*when no account was given or it is no longer open.  The estate
958634*hold is then released and the estate account marked settled.
958634     OPEN I-O ACCOUNT-MASTER-FILE
958635     IF WS-ACCT-FILE-STATUS NOT = "00"
958635         DISPLAY "Account master file is not available."
958636     ELSE
958636         PERFORM OPEN-POD-SETTLE-FILES
958637         PERFORM CHECK-POD-SETTLEMENT
958637         IF WS-POD-READY = 'Y'
958638             PERFORM PAY-POD-BENEFICIARIES
958638             PERFORM SETTLE-ESTATE-ACCOUNT
958639             MOVE 'Y' TO WS-APPLY-OK
958639         END-IF
958640         CLOSE ESTATE-ACCOUNT-FILE
958640         CLOSE POD-BENEFICIARY-FILE
958641         CLOSE ACCOUNT-MASTER-FILE
958641     END-IF
958642     EXIT.
958642 OPEN-POD-SETTLE-FILES.
958643     OPEN I-O POD-BENEFICIARY-FILE
958643     IF WS-POD-FILE-STATUS = "35"
958644         OPEN OUTPUT POD-BENEFICIARY-FILE
958644         CLOSE POD-BENEFICIARY-FILE
958645         OPEN I-O POD-BENEFICIARY-FILE
958645     END-IF
958646     OPEN I-O ESTATE-ACCOUNT-FILE
958646     IF WS-EA-FILE-STATUS = "35"
958647         OPEN OUTPUT ESTATE-ACCOUNT-FILE
958647         CLOSE ESTATE-ACCOUNT-FILE
958648         OPEN I-O ESTATE-ACCOUNT-FILE
958648     END-IF
958649     EXIT.
958649 CHECK-POD-SETTLEMENT.
958650*The account must still be held for the estate and the active
958650*shares must still total 100 when the item is approved.
958651     MOVE 'N' TO WS-POD-READY
958651     MOVE 'N' TO WS-EA-FOUND
958652     MOVE 'N' TO WS-EA-EOF
958652     MOVE PA-ACCT-NUMBER TO EA-ACCT-NUMBER
958653     START ESTATE-ACCOUNT-FILE KEY IS = EA-ACCT-NUMBER
958653         INVALID KEY
958654             MOVE 'Y' TO WS-EA-EOF
958654     END-START
958655     PERFORM UNTIL WS-EA-EOF = 'Y'
958655         READ ESTATE-ACCOUNT-FILE NEXT RECORD
958656             AT END
958656                 MOVE 'Y' TO WS-EA-EOF
958657             NOT AT END
958657                 IF EA-ACCT-NUMBER NOT = PA-ACCT-NUMBER
958658                     MOVE 'Y' TO WS-EA-EOF
958658                 ELSE
958659                     IF EA-KIND = 'S' AND EA-STATUS = 'H'
958659                         MOVE 'Y' TO WS-EA-FOUND
958660                         MOVE 'Y' TO WS-EA-EOF
958660                     END-IF
958661                 END-IF
958661         END-READ
958662     END-PERFORM
958662     IF WS-EA-FOUND = 'N'
958663         DISPLAY "Account is no longer held for the estate."
958663     ELSE
958664         MOVE PA-ACCT-NUMBER TO ACCT-NUMBER
958664         READ ACCOUNT-MASTER-FILE
958665             INVALID KEY
958665                 DISPLAY "Account not found."
958666             NOT INVALID KEY
958666                 MOVE ACCT-BALANCE TO WS-SETTLE-BALANCE
958667                 PERFORM TOTAL-POD-SHARES
958667                 IF WS-POD-ACTIVE = 0
958667                     OR WS-POD-SHARE-TOTAL NOT = 100
958668                     DISPLAY "Beneficiary shares no longer total"
958668                         " 100%."
958669                 ELSE
958669                     IF WS-SETTLE-BALANCE < 0
958670                         DISPLAY "Account is overdrawn."
958670                     ELSE
958671                         MOVE 'Y' TO WS-POD-READY
958671                     END-IF
958672                 END-IF
958672         END-READ
958673     END-IF
958673     EXIT.
958674 TOTAL-POD-SHARES.
958674     MOVE 0 TO WS-POD-ACTIVE
958675     MOVE 0 TO WS-POD-SHARE-TOTAL
958675     MOVE 'N' TO WS-POD-EOF
958676     MOVE PA-ACCT-NUMBER TO POD-ACCT-NUMBER
958676     MOVE 0 TO POD-SEQ
958677     START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
958677         INVALID KEY
958678             MOVE 'Y' TO WS-POD-EOF
958678     END-START
958679     PERFORM UNTIL WS-POD-EOF = 'Y'
958679         READ POD-BENEFICIARY-FILE NEXT RECORD
958680             AT END
958680                 MOVE 'Y' TO WS-POD-EOF
958681             NOT AT END
958681                 IF POD-ACCT-NUMBER NOT = PA-ACCT-NUMBER
958682                     MOVE 'Y' TO WS-POD-EOF
958682                 ELSE
958683                     IF POD-STATUS = 'A'
958683                         ADD 1 TO WS-POD-ACTIVE
958684                         ADD POD-SHARE-PCT TO WS-POD-SHARE-TOTAL
958684                     END-IF
958685                 END-IF
958685         END-READ
958686     END-PERFORM
958686     EXIT.
958687 PAY-POD-BENEFICIARIES.
958687     MOVE 0 TO WS-POD-PAID-COUNT
958688     MOVE WS-SETTLE-BALANCE TO WS-SETTLE-REMAINING
958688     MOVE 'N' TO WS-POD-EOF
958689     MOVE PA-ACCT-NUMBER TO POD-ACCT-NUMBER
958689     MOVE 0 TO POD-SEQ
958690     START POD-BENEFICIARY-FILE KEY IS >= POD-KEY
958690         INVALID KEY
958691             MOVE 'Y' TO WS-POD-EOF
958691     END-START
958692     PERFORM UNTIL WS-POD-EOF = 'Y'
958692         READ POD-BENEFICIARY-FILE NEXT RECORD
958693             AT END
958693                 MOVE 'Y' TO WS-POD-EOF
958694             NOT AT END
958694                 IF POD-ACCT-NUMBER NOT = PA-ACCT-NUMBER
958695                     MOVE 'Y' TO WS-POD-EOF
958695                 ELSE
958696                     IF POD-STATUS = 'A'
958696                         PERFORM PAY-POD-SHARE
958697                     END-IF
958697                 END-IF
958698         END-READ
958698     END-PERFORM
958699     EXIT.
958699 PAY-POD-SHARE.
958700     ADD 1 TO WS-POD-PAID-COUNT
958700     IF WS-POD-PAID-COUNT = WS-POD-ACTIVE
958701         MOVE WS-SETTLE-REMAINING TO WS-POD-SHARE-AMT
958701     ELSE
958702         COMPUTE WS-POD-SHARE-AMT ROUNDED =
958702             WS-SETTLE-BALANCE * POD-SHARE-PCT / 100
958703     END-IF
958703     SUBTRACT WS-POD-SHARE-AMT FROM WS-SETTLE-REMAINING
958704     IF WS-POD-SHARE-AMT > 0
958704         PERFORM DEBIT-POD-SHARE
958705         PERFORM CREDIT-POD-SHARE
958705     END-IF
958706     MOVE 'P' TO POD-STATUS
958706     MOVE WS-POD-SHARE-AMT TO POD-PAID-AMOUNT
958707     ACCEPT POD-PAID-DATE FROM DATE YYYYMMDD
958707     REWRITE POD-BENEFICIARY-RECORD
958708         INVALID KEY
958708             DISPLAY "Beneficiary " POD-SEQ " update failed."
958709     END-REWRITE
958709     EXIT.
958710 DEBIT-POD-SHARE.
958710     MOVE PA-ACCT-NUMBER TO ACCT-NUMBER
958711     READ ACCOUNT-MASTER-FILE
958711         INVALID KEY
958712             DISPLAY "Account not found."
958712         NOT INVALID KEY
958713             SUBTRACT WS-POD-SHARE-AMT FROM ACCT-BALANCE
958713             MOVE ACCT-BALANCE TO WS-POST-BALANCE
958714             REWRITE ACCOUNT-RECORD
958714                 INVALID KEY
958715                     DISPLAY "Account update failed."
958715                 NOT INVALID KEY
958716                     MOVE "DR" TO WS-TRAN-TYPE
958716                     MOVE WS-POD-SHARE-AMT TO WS-POST-AMOUNT
958717                     MOVE SPACES TO WS-POST-DESC
958717                     STRING "POD TO " DELIMITED BY SIZE
958718                         POD-NAME DELIMITED BY SIZE
958718                         INTO WS-POST-DESC
958719                     MOVE "PODR" TO WS-TRAN-CODE
958719                     CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
958720                         WS-TRAN-TYPE WS-POST-AMOUNT
958720                         WS-POST-BALANCE
958720                         LS-USERNAME WS-POST-DESC WS-TRAN-CODE
958721             END-REWRITE
958721     END-READ
958722     EXIT.
958722 CREDIT-POD-SHARE.
958723     MOVE 'N' TO WS-POD-CREDITED
958723     MOVE WS-POD-SHARE-AMT TO WS-POD-AMT-DISP
958724     IF POD-PAY-ACCT NOT = 0
958724         MOVE POD-PAY-ACCT TO ACCT-NUMBER
958725         READ ACCOUNT-MASTER-FILE
958725             INVALID KEY
958726                 CONTINUE
958726             NOT INVALID KEY
958727                 IF ACCT-STATUS = 'O'
958727                     ADD WS-POD-SHARE-AMT TO ACCT-BALANCE
958728                     MOVE ACCT-BALANCE TO WS-POST-BALANCE
958728                     REWRITE ACCOUNT-RECORD
958729                         INVALID KEY
958729                             CONTINUE
958730                         NOT INVALID KEY
958730                             MOVE 'Y' TO WS-POD-CREDITED
958731                     END-REWRITE
958731                 END-IF
958732         END-READ
958732     END-IF
958733     IF WS-POD-CREDITED = 'Y'
958733         MOVE "CR" TO WS-TRAN-TYPE
958734         MOVE SPACES TO WS-POST-DESC
958734         STRING "POD FROM " DELIMITED BY SIZE
958735             PA-ACCT-NUMBER DELIMITED BY SIZE
958735             INTO WS-POST-DESC
958736         MOVE "POCR" TO WS-TRAN-CODE
958736         MOVE WS-POD-SHARE-AMT TO WS-POST-AMOUNT
958736         CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
958737             WS-TRAN-TYPE WS-POST-AMOUNT WS-POST-BALANCE
958737             LS-USERNAME WS-POST-DESC WS-TRAN-CODE
958738         DISPLAY "Credited " WS-POD-AMT-DISP " to account "
958738             POD-PAY-ACCT " for " POD-NAME
958739     ELSE
958739         DISPLAY "ISSUE OFFICIAL CHECK " WS-POD-AMT-DISP
958740         DISPLAY "  payable to " POD-NAME
958740     END-IF
958741     EXIT.
958741 SETTLE-ESTATE-ACCOUNT.
958742     IF EA-HOLD-ID > 0
958742         OPEN I-O ACCOUNT-HOLD-FILE
958743         IF WS-HOLD-FILE-STATUS = "00"
958743             MOVE EA-HOLD-ID TO HOLD-ID
958744             READ ACCOUNT-HOLD-FILE
958744                 INVALID KEY
958745                     CONTINUE
958745                 NOT INVALID KEY
958746                     IF HOLD-STATUS = 'A'
958746                         MOVE 'R' TO HOLD-STATUS
958747                         REWRITE HOLD-RECORD
958747                             INVALID KEY
958748                                 DISPLAY "Hold release failed."
958748                         END-REWRITE
958749                     END-IF
958749             END-READ
958750             CLOSE ACCOUNT-HOLD-FILE
958750         END-IF
958751     END-IF
958751     MOVE 'S' TO EA-STATUS
958752     MOVE "SETTLED TO POD BENEFICIARIES" TO EA-NOTE
958752     MOVE LS-USERNAME TO EA-UPDATED-BY
958753     ACCEPT EA-UPDATE-DATE FROM DATE YYYYMMDD
958753     REWRITE ESTATE-ACCOUNT-RECORD
958754         INVALID KEY
958754             DISPLAY "Estate account update failed."
958755     END-REWRITE
958755     MOVE "POD-SETTLE" TO AH-FIELD-NAME
958756     MOVE WS-SETTLE-BALANCE TO WS-POD-AMT-DISP
958756     MOVE WS-POD-AMT-DISP TO AH-OLD-VALUE
958757     MOVE SPACES TO AH-NEW-VALUE
958757     STRING "PAID TO " DELIMITED BY SIZE
958758         WS-POD-PAID-COUNT DELIMITED BY SIZE
958758         " BENEFICIARIES" DELIMITED BY SIZE
958759         INTO AH-NEW-VALUE
958759     PERFORM WRITE-ACCT-HISTORY
958760     EXIT.
839252 WRITE-ACCT-HISTORY.
839252     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
839253     ACCEPT WS-TIME-PART FROM TIME
