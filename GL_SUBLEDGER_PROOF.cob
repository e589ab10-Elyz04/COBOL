972501 IDENTIFICATION DIVISION.
972501 PROGRAM-ID. GL_SUBLEDGER_PROOF.
972502 AUTHOR. ELYZ.
972502 ENVIRONMENT DIVISION.
972503 INPUT-OUTPUT SECTION.
972503 FILE-CONTROL.
972504     SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
972504         ORGANIZATION IS INDEXED
972505         ACCESS MODE IS DYNAMIC
972505         RECORD KEY IS GLM-KEY
972506         FILE STATUS IS WS-GLMAP-FILE-STATUS.
972506     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
972507         ORGANIZATION IS INDEXED
972507         ACCESS MODE IS SEQUENTIAL
972508         RECORD KEY IS ACCT-NUMBER
972508         FILE STATUS IS WS-ACCT-FILE-STATUS.
972509     SELECT INTERFACE-FILE ASSIGN TO "GLINTF.DAT"
972509         ORGANIZATION IS LINE SEQUENTIAL
972510         FILE STATUS IS WS-INTF-FILE-STATUS.
972510     SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL.DAT"
972511         ORGANIZATION IS INDEXED
972511         ACCESS MODE IS DYNAMIC
972512         RECORD KEY IS GC-GL-ACCOUNT
972512         FILE STATUS IS WS-GLCTL-FILE-STATUS.
972513     SELECT GL-BREAK-FILE ASSIGN TO "GLBREAK.DAT"
972513         ORGANIZATION IS INDEXED
972514         ACCESS MODE IS DYNAMIC
972514         RECORD KEY IS GB-KEY
972515         FILE STATUS IS WS-GLBRK-FILE-STATUS.
972515     SELECT PROOF-REPORT-FILE ASSIGN TO "GLPROOF.TXT"
972516         ORGANIZATION IS LINE SEQUENTIAL.
972516 DATA DIVISION.
972517 FILE SECTION.
972517 FD  GL-MAP-FILE.
972518     COPY GLMAPREC.
972518 FD  ACCOUNT-MASTER-FILE.
972519     COPY ACCTREC.
972519 FD  INTERFACE-FILE.
972520 01  INTERFACE-HEADER.
972520     05  IH-RECORD-TYPE          PIC X(3).
972521     05  IH-BUSINESS-DATE        PIC 9(8).
972521     05  FILLER                  PIC X(49).
972522 01  INTERFACE-DETAIL.
972522     05  ID-RECORD-TYPE          PIC X(3).
972523     05  ID-GL-ACCOUNT           PIC X(10).
972523     05  ID-DR-AMOUNT            PIC 9(11)V99.
972524     05  ID-CR-AMOUNT            PIC 9(11)V99.
972524     05  FILLER                  PIC X(21).
972525 FD  GL-CONTROL-FILE.
972525     COPY GLCTLREC.
972526 FD  GL-BREAK-FILE.
972526     COPY GLBRKREC.
972527 FD  PROOF-REPORT-FILE.
972527 01  REPORT-LINE                 PIC X(80).
972528 WORKING-STORAGE SECTION.
972528 01  WS-GLMAP-FILE-STATUS    PIC XX VALUE "00".
972529 01  WS-ACCT-FILE-STATUS     PIC XX VALUE "00".
972529 01  WS-INTF-FILE-STATUS     PIC XX VALUE "00".
972530 01  WS-GLCTL-FILE-STATUS    PIC XX VALUE "00".
972530 01  WS-GLBRK-FILE-STATUS    PIC XX VALUE "00".
972531 01  WS-BUSINESS-DATE        PIC 9(8).
972531 01  WS-BUS-DATE-ENV         PIC X(8) VALUE SPACES.
972532*A difference of no more than the tolerance, either way, is
972532*reported but does not hold up the month-end close.  The tolerance
972533*can be set for the run, in whole currency units, in
972533*GL-PROOF-TOLERANCE.
972534 01  WS-TOLERANCE            PIC 9(7)V99 VALUE 1.00.
972534 01  WS-TOLERANCE-ENV        PIC X(7) VALUE SPACES.
972535 01  WS-PROOF-OK             PIC X VALUE 'Y'.
972535 01  WS-EOF-FLAG             PIC X VALUE 'N'.
972536 01  WS-BREAK-EOF            PIC X VALUE 'N'.
972536 01  WS-CONTROL-FOUND        PIC X VALUE 'N'.
972537 01  WS-BREAK-FOUND          PIC X VALUE 'N'.
972537 01  WS-PRODUCT-FOUND        PIC X.
972538     COPY PRODREC.
972538 01  WS-BREAK-KEY.
972539     05  WS-BREAK-GL-ACCOUNT     PIC X(10).
972539     05  WS-BREAK-OPENED-DATE    PIC 9(8).
972540 01  WS-DIFFERENCE           PIC S9(13)V99 COMP-3.
972540 01  WS-ABS-DIFFERENCE       PIC S9(13)V99 COMP-3.
972541 01  WS-STATUS-TEXT          PIC X(10).
972541 01  WS-TYPES-WORK           PIC X(40).
972542 01  WS-GL-PRODUCT           PIC X(8).
972542 01  WS-FOUND-IX             PIC 9(2).
972543*The control accounts: the credit GL of each account type's "CR"
972543*mapping, with the day's interface activity and the subledger
972544*total of every account whose product maps under one of its types.
972544 01  WS-CT-IX                PIC 9(2).
972545 01  WS-CT-COUNT             PIC 9(2) VALUE 0.
972545 01  WS-CONTROL-TABLE.
972546     05  WS-CT-ENTRY OCCURS 20.
972546         10  WS-CT-GL            PIC X(10).
972547         10  WS-CT-TYPES         PIC X(40).
972547         10  WS-CT-DAY-DR        PIC S9(13)V99 COMP-3.
972548         10  WS-CT-DAY-CR        PIC S9(13)V99 COMP-3.
972548         10  WS-CT-SUBLEDGER     PIC S9(13)V99 COMP-3.
972549 01  WS-MP-IX                PIC 9(2).
972549 01  WS-MP-COUNT             PIC 9(2) VALUE 0.
972550 01  WS-MAPPED-TYPE-TABLE.
972550     05  WS-MP-ENTRY OCCURS 30.
972551         10  WS-MP-TYPE          PIC X(8).
972551         10  WS-MP-CT-IX         PIC 9(2).
972552 01  WS-PT-IX                PIC 9(2).
972552 01  WS-PT-COUNT             PIC 9(2) VALUE 0.
972553 01  WS-PRODUCT-TYPE-TABLE.
972553     05  WS-PT-ENTRY OCCURS 30.
972554         10  WS-PT-ACCT-TYPE     PIC X(8).
972554         10  WS-PT-GL-PRODUCT    PIC X(8).
972555 01  WS-UNMAPPED-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
972555 01  WS-UNMAPPED-COUNT       PIC 9(6) VALUE 0.
972556 01  WS-PROVED-COUNT         PIC 9(6) VALUE 0.
972556 01  WS-BREAK-COUNT          PIC 9(6) VALUE 0.
972557 01  WS-BLOCKING-COUNT       PIC 9(6) VALUE 0.
972557 01  WS-AMOUNT-DISP          PIC -9(11).99.
972558 01  WS-TOLERANCE-DISP       PIC Z(6)9.99.
972558 01  WS-PROOF-LINE.
972559     05  PL-GL-ACCOUNT           PIC X(10).
972559     05  FILLER                  PIC X(2) VALUE SPACES.
972560     05  PL-GL-BALANCE           PIC -9(11).99.
972560     05  FILLER                  PIC X(1) VALUE SPACES.
972561     05  PL-SUBLEDGER            PIC -9(11).99.
972561     05  FILLER                  PIC X(1) VALUE SPACES.
972562     05  PL-DIFFERENCE           PIC -9(9).99.
972562     05  FILLER                  PIC X(1) VALUE SPACES.
972563     05  PL-DAYS-OPEN            PIC ZZZZ9.
972563     05  FILLER                  PIC X(1) VALUE SPACES.
972564     05  PL-OVER-TOLERANCE       PIC X.
972564     05  FILLER                  PIC X(1) VALUE SPACES.
972565     05  PL-STATUS               PIC X(10).
972565 PROCEDURE DIVISION.
972566 MAIN-PARA.
972566     PERFORM SET-BUSINESS-DATE
972567     PERFORM LOAD-CONTROL-ACCOUNTS
972567     IF WS-PROOF-OK = 'Y'
972568         PERFORM LOAD-INTERFACE-ACTIVITY
972568     END-IF
972569     IF WS-PROOF-OK = 'Y'
972569         PERFORM TOTAL-SUBLEDGER
972570         PERFORM OPEN-PROOF-FILES
972570         PERFORM PROVE-CONTROL-ACCOUNT
972571             VARYING WS-CT-IX FROM 1 BY 1
972571             UNTIL WS-CT-IX > WS-CT-COUNT
972572         PERFORM PRINT-TRAILER
972572         PERFORM CLOSE-PROOF-FILES
972573         DISPLAY "GL proof for " WS-BUSINESS-DATE
972573             " - accounts: " WS-PROVED-COUNT
972574             "  breaks: " WS-BREAK-COUNT
972574         IF WS-BLOCKING-COUNT > 0
972575             DISPLAY "Unexplained breaks over tolerance: "
972575                 WS-BLOCKING-COUNT
972576                 " - month-end close is held until explained."
972576         END-IF
972577     ELSE
972577         MOVE 8 TO RETURN-CODE
972578     END-IF
972578     GOBACK.
972579 SET-BUSINESS-DATE.
972579     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
972580     ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT "BUSINESS-DATE"
972580     IF WS-BUS-DATE-ENV NOT = SPACES
972581         AND FUNCTION TRIM(WS-BUS-DATE-ENV) IS NUMERIC
972581         MOVE FUNCTION NUMVAL(WS-BUS-DATE-ENV)
972582             TO WS-BUSINESS-DATE
972582     END-IF
972583     ACCEPT WS-TOLERANCE-ENV FROM ENVIRONMENT
972583         "GL-PROOF-TOLERANCE"
972584     IF WS-TOLERANCE-ENV NOT = SPACES
972584         AND FUNCTION TRIM(WS-TOLERANCE-ENV) IS NUMERIC
972585         MOVE FUNCTION NUMVAL(WS-TOLERANCE-ENV)
972585             TO WS-TOLERANCE
972586     END-IF
972586     EXIT.
972587 LOAD-CONTROL-ACCOUNTS.
972587*Every "CR" catch-all mapping names the control account its
972588*account type's balances are carried in.  Suspense is a clearing
972588*account with no customer balances behind it and is not proved.
972589     MOVE 0 TO WS-CT-COUNT
972589     MOVE 0 TO WS-MP-COUNT
972590     OPEN INPUT GL-MAP-FILE
972590     IF WS-GLMAP-FILE-STATUS NOT = "00"
972591         DISPLAY "GL mapping file not available - proof not run."
972591         MOVE 'N' TO WS-PROOF-OK
972592     ELSE
972592         MOVE 'N' TO WS-EOF-FLAG
972593         MOVE "CR" TO GLM-TRAN-CODE
972593         MOVE SPACES TO GLM-ACCT-TYPE
972594         START GL-MAP-FILE KEY IS >= GLM-KEY
972594             INVALID KEY
972595                 MOVE 'Y' TO WS-EOF-FLAG
972595         END-START
972596         PERFORM UNTIL WS-EOF-FLAG = 'Y'
972596             READ GL-MAP-FILE NEXT RECORD
972597                 AT END
972597                     MOVE 'Y' TO WS-EOF-FLAG
972598                 NOT AT END
972598                     IF GLM-TRAN-CODE NOT = "CR"
972599                         MOVE 'Y' TO WS-EOF-FLAG
972599                     ELSE
972600                     IF GLM-ACCT-TYPE NOT = "SUSPENSE"
972600                         AND GLM-CREDIT-GL NOT = SPACES
972601                         PERFORM ADD-MAPPED-TYPE
972601                     END-IF
972602                     END-IF
972602             END-READ
972603         END-PERFORM
972603         CLOSE GL-MAP-FILE
972604         IF WS-CT-COUNT = 0
972604             DISPLAY "No control accounts mapped in GLMAP.DAT"
972605                 " - proof not run."
972605             MOVE 'N' TO WS-PROOF-OK
972606         END-IF
972606     END-IF
972607     EXIT.
972607 ADD-MAPPED-TYPE.
972608     MOVE 0 TO WS-FOUND-IX
972608     PERFORM VARYING WS-CT-IX FROM 1 BY 1
972609         UNTIL WS-CT-IX > WS-CT-COUNT
972609         IF WS-CT-GL(WS-CT-IX) = GLM-CREDIT-GL
972610             MOVE WS-CT-IX TO WS-FOUND-IX
972610         END-IF
972611     END-PERFORM
972611     IF WS-FOUND-IX = 0 AND WS-CT-COUNT < 20
972612         ADD 1 TO WS-CT-COUNT
972612         MOVE WS-CT-COUNT TO WS-FOUND-IX
972613         MOVE GLM-CREDIT-GL TO WS-CT-GL(WS-FOUND-IX)
972613         MOVE SPACES TO WS-CT-TYPES(WS-FOUND-IX)
972614         MOVE 0 TO WS-CT-DAY-DR(WS-FOUND-IX)
972614         MOVE 0 TO WS-CT-DAY-CR(WS-FOUND-IX)
972615         MOVE 0 TO WS-CT-SUBLEDGER(WS-FOUND-IX)
972615     END-IF
972616     IF WS-FOUND-IX = 0 OR WS-MP-COUNT NOT < 30
972616         DISPLAY "Control account table full - "
972617             GLM-ACCT-TYPE " not proved."
972617     ELSE
972618         ADD 1 TO WS-MP-COUNT
972618         MOVE GLM-ACCT-TYPE TO WS-MP-TYPE(WS-MP-COUNT)
972619         MOVE WS-FOUND-IX TO WS-MP-CT-IX(WS-MP-COUNT)
972619         IF WS-CT-TYPES(WS-FOUND-IX) = SPACES
972620             MOVE GLM-ACCT-TYPE TO WS-CT-TYPES(WS-FOUND-IX)
972620         ELSE
972621             MOVE WS-CT-TYPES(WS-FOUND-IX) TO WS-TYPES-WORK
972621             MOVE SPACES TO WS-CT-TYPES(WS-FOUND-IX)
972622             STRING WS-TYPES-WORK DELIMITED BY "  "
972622                 " " DELIMITED BY SIZE
972623                 GLM-ACCT-TYPE DELIMITED BY SPACE
972623                 INTO WS-CT-TYPES(WS-FOUND-IX)
972624         END-IF
972624     END-IF
972625     EXIT.
972625 LOAD-INTERFACE-ACTIVITY.
972626*The day's interface file must be the one sent for the business
972626*date; a held interface is empty, and the day cannot be proved
972627*until it has been corrected and sent.
972627     OPEN INPUT INTERFACE-FILE
972628     IF WS-INTF-FILE-STATUS NOT = "00"
972628         DISPLAY "GL interface file not available"
972629             " - proof not run."
972629         MOVE 'N' TO WS-PROOF-OK
972630     ELSE
972630         MOVE 'N' TO WS-EOF-FLAG
972631         READ INTERFACE-FILE
972631             AT END
972632                 MOVE 'Y' TO WS-EOF-FLAG
972632         END-READ
972633         IF WS-EOF-FLAG = 'Y'
972633             OR IH-RECORD-TYPE NOT = "HDR"
972634             OR IH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
972634             DISPLAY "No GL interface sent for " WS-BUSINESS-DATE
972635                 " - proof not run."
972635             MOVE 'N' TO WS-PROOF-OK
972636         ELSE
972636             PERFORM UNTIL WS-EOF-FLAG = 'Y'
972637                 READ INTERFACE-FILE
972637                     AT END
972638                         MOVE 'Y' TO WS-EOF-FLAG
972638                     NOT AT END
972639                         IF ID-RECORD-TYPE = "DTL"
972639                             PERFORM APPLY-INTERFACE-DETAIL
972640                         END-IF
972640                 END-READ
972641             END-PERFORM
972641         END-IF
972642         CLOSE INTERFACE-FILE
972642     END-IF
972643     EXIT.
972643 APPLY-INTERFACE-DETAIL.
972644     PERFORM VARYING WS-CT-IX FROM 1 BY 1
972644         UNTIL WS-CT-IX > WS-CT-COUNT
972645         IF WS-CT-GL(WS-CT-IX) = ID-GL-ACCOUNT
972645             ADD ID-DR-AMOUNT TO WS-CT-DAY-DR(WS-CT-IX)
972646             ADD ID-CR-AMOUNT TO WS-CT-DAY-CR(WS-CT-IX)
972646         END-IF
972647     END-PERFORM
972647     EXIT.
972648 TOTAL-SUBLEDGER.
972648*Each account is totalled under its product's GL product code, the
972649*same code the GL interface maps its postings under.
972649     MOVE 0 TO WS-PT-COUNT
972650     OPEN INPUT ACCOUNT-MASTER-FILE
972650     MOVE 'N' TO WS-EOF-FLAG
972651     PERFORM UNTIL WS-EOF-FLAG = 'Y'
972651         READ ACCOUNT-MASTER-FILE NEXT RECORD
972652             AT END
972652                 MOVE 'Y' TO WS-EOF-FLAG
972653             NOT AT END
972653                 PERFORM ADD-ACCOUNT-BALANCE
972654         END-READ
972654     END-PERFORM
972655     CLOSE ACCOUNT-MASTER-FILE
972655     EXIT.
972656 ADD-ACCOUNT-BALANCE.
972656     PERFORM FIND-GL-PRODUCT
972657     MOVE 0 TO WS-FOUND-IX
972657     PERFORM VARYING WS-MP-IX FROM 1 BY 1
972658         UNTIL WS-MP-IX > WS-MP-COUNT
972658         IF WS-MP-TYPE(WS-MP-IX) = WS-GL-PRODUCT
972659             MOVE WS-MP-CT-IX(WS-MP-IX) TO WS-FOUND-IX
972659         END-IF
972660     END-PERFORM
972660     IF WS-FOUND-IX = 0
972661         ADD ACCT-BALANCE TO WS-UNMAPPED-TOTAL
972661         ADD 1 TO WS-UNMAPPED-COUNT
972662     ELSE
972662         ADD ACCT-BALANCE TO WS-CT-SUBLEDGER(WS-FOUND-IX)
972663     END-IF
972663     EXIT.
972664 FIND-GL-PRODUCT.
972664     MOVE SPACES TO WS-GL-PRODUCT
972665     PERFORM VARYING WS-PT-IX FROM 1 BY 1
972665         UNTIL WS-PT-IX > WS-PT-COUNT
972666         IF WS-PT-ACCT-TYPE(WS-PT-IX) = ACCT-TYPE
972666             MOVE WS-PT-GL-PRODUCT(WS-PT-IX) TO WS-GL-PRODUCT
972667         END-IF
972667     END-PERFORM
972668     IF WS-GL-PRODUCT = SPACES
972668         CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972669             WS-PRODUCT-FOUND
972669         MOVE PRD-GL-PRODUCT TO WS-GL-PRODUCT
972670         IF WS-PT-COUNT < 30
972670             ADD 1 TO WS-PT-COUNT
972671             MOVE ACCT-TYPE TO WS-PT-ACCT-TYPE(WS-PT-COUNT)
972671             MOVE PRD-GL-PRODUCT TO WS-PT-GL-PRODUCT(WS-PT-COUNT)
972672         END-IF
972672     END-IF
972673     EXIT.
972673 OPEN-PROOF-FILES.
972674     OPEN I-O GL-CONTROL-FILE
972674     IF WS-GLCTL-FILE-STATUS = "35"
972675         OPEN OUTPUT GL-CONTROL-FILE
972675         CLOSE GL-CONTROL-FILE
972676         OPEN I-O GL-CONTROL-FILE
972676     END-IF
972677     OPEN I-O GL-BREAK-FILE
972677     IF WS-GLBRK-FILE-STATUS = "35"
972678         OPEN OUTPUT GL-BREAK-FILE
972678         CLOSE GL-BREAK-FILE
972679         OPEN I-O GL-BREAK-FILE
972679     END-IF
972680     OPEN OUTPUT PROOF-REPORT-FILE
972680     MOVE WS-TOLERANCE TO WS-TOLERANCE-DISP
972681     MOVE SPACES TO REPORT-LINE
972681     STRING "GL TO SUBLEDGER PROOF  BUSINESS DATE: "
972682         DELIMITED BY SIZE
972682         WS-BUSINESS-DATE DELIMITED BY SIZE
972683         "  TOLERANCE: " DELIMITED BY SIZE
972683         WS-TOLERANCE-DISP DELIMITED BY SIZE
972684         INTO REPORT-LINE
972684     WRITE REPORT-LINE
972685     MOVE SPACES TO REPORT-LINE
972685     WRITE REPORT-LINE
972686     MOVE SPACES TO REPORT-LINE
972686     STRING "GL ACCOUNT       GL BALANCE       SUBLEDGER"
972687         DELIMITED BY SIZE
972687         "    DIFFERENCE   AGE T STATUS" DELIMITED BY SIZE
972688         INTO REPORT-LINE
972688     WRITE REPORT-LINE
972689     EXIT.
972689 CLOSE-PROOF-FILES.
972690     CLOSE GL-CONTROL-FILE
972690     CLOSE GL-BREAK-FILE
972691     CLOSE PROOF-REPORT-FILE
972691     EXIT.
972692 PROVE-CONTROL-ACCOUNT.
972692     MOVE 'Y' TO WS-CONTROL-FOUND
972693     MOVE WS-CT-GL(WS-CT-IX) TO GC-GL-ACCOUNT
972693     READ GL-CONTROL-FILE
972694         INVALID KEY
972694             MOVE 'N' TO WS-CONTROL-FOUND
972695     END-READ
972695     IF WS-CONTROL-FOUND = 'Y'
972696         AND GC-LAST-PROOF-DATE > WS-BUSINESS-DATE
972696         MOVE SPACES TO REPORT-LINE
972697         STRING WS-CT-GL(WS-CT-IX) DELIMITED BY SIZE
972697             "  ALREADY PROVED FOR " DELIMITED BY SIZE
972698             GC-LAST-PROOF-DATE DELIMITED BY SIZE
972698             " - NOT PROVED" DELIMITED BY SIZE
972699             INTO REPORT-LINE
972699         WRITE REPORT-LINE
972700     ELSE
972700         PERFORM UPDATE-CONTROL-BALANCE
972701         PERFORM CHECK-FOR-BREAK
972701         PERFORM WRITE-PROOF-LINE
972702     END-IF
972702     EXIT.
972703 UPDATE-CONTROL-BALANCE.
972703*A new business date carries the last balance forward; a rerun of
972704*the same date starts again from that date's opening balance.
972704     IF WS-CONTROL-FOUND = 'N'
972705         INITIALIZE GL-CONTROL-RECORD
972705         MOVE WS-CT-GL(WS-CT-IX) TO GC-GL-ACCOUNT
972706         MOVE WS-BUSINESS-DATE TO GC-STARTED-DATE
972706         COMPUTE GC-OPENING-BALANCE =
972707             WS-CT-SUBLEDGER(WS-CT-IX)
972707             - WS-CT-DAY-CR(WS-CT-IX) + WS-CT-DAY-DR(WS-CT-IX)
972708     ELSE
972708     IF GC-LAST-PROOF-DATE < WS-BUSINESS-DATE
972709         MOVE GC-BALANCE TO GC-OPENING-BALANCE
972709     END-IF
972710     END-IF
972710     MOVE WS-BUSINESS-DATE TO GC-LAST-PROOF-DATE
972711     MOVE WS-CT-DAY-DR(WS-CT-IX) TO GC-DAY-DR
972711     MOVE WS-CT-DAY-CR(WS-CT-IX) TO GC-DAY-CR
972712     COMPUTE GC-BALANCE =
972712         GC-OPENING-BALANCE + GC-DAY-CR - GC-DAY-DR
972713     MOVE WS-CT-SUBLEDGER(WS-CT-IX) TO GC-SUBLEDGER-TOTAL
972713     IF WS-CONTROL-FOUND = 'Y'
972714         REWRITE GL-CONTROL-RECORD
972714             INVALID KEY
972715                 DISPLAY "GL control not updated: " GC-GL-ACCOUNT
972715         END-REWRITE
972716     ELSE
972716         WRITE GL-CONTROL-RECORD
972717             INVALID KEY
972717                 DISPLAY "GL control not written: " GC-GL-ACCOUNT
972718         END-WRITE
972718     END-IF
972719     ADD 1 TO WS-PROVED-COUNT
972719     COMPUTE WS-DIFFERENCE = GC-BALANCE - GC-SUBLEDGER-TOTAL
972720     EXIT.
972720 CHECK-FOR-BREAK.
972721     PERFORM FIND-OPEN-BREAK
972721     IF WS-DIFFERENCE NOT = 0
972722         PERFORM RECORD-BREAK
972722     ELSE
972723     IF WS-BREAK-FOUND = 'Y'
972723         PERFORM RESOLVE-BREAK
972724     ELSE
972724         MOVE "IN BALANCE" TO WS-STATUS-TEXT
972725     END-IF
972725     END-IF
972726     EXIT.
972726 FIND-OPEN-BREAK.
972727*At most one break per account is open at a time.  A break
972727*resolved by an earlier run of the same business date is picked up
972728*again so a rerun does not open a second one under the same key.
972728     MOVE 'N' TO WS-BREAK-FOUND
972729     MOVE 'N' TO WS-BREAK-EOF
972729     MOVE GC-GL-ACCOUNT TO GB-GL-ACCOUNT
972730     MOVE 0 TO GB-OPENED-DATE
972730     START GL-BREAK-FILE KEY IS >= GB-KEY
972731         INVALID KEY
972731             MOVE 'Y' TO WS-BREAK-EOF
972732     END-START
972732     PERFORM UNTIL WS-BREAK-EOF = 'Y'
972733         READ GL-BREAK-FILE NEXT RECORD
972733             AT END
972734                 MOVE 'Y' TO WS-BREAK-EOF
972734             NOT AT END
972735                 IF GB-GL-ACCOUNT NOT = GC-GL-ACCOUNT
972735                     MOVE 'Y' TO WS-BREAK-EOF
972736                 ELSE
972736                 IF GB-STATUS NOT = 'R'
972737                     OR GB-RESOLVED-DATE = WS-BUSINESS-DATE
972737                     MOVE 'Y' TO WS-BREAK-FOUND
972738                     MOVE GB-KEY TO WS-BREAK-KEY
972738                 END-IF
972739                 END-IF
972739         END-READ
972740     END-PERFORM
972740     IF WS-BREAK-FOUND = 'Y'
972741         MOVE WS-BREAK-KEY TO GB-KEY
972741         READ GL-BREAK-FILE
972742             INVALID KEY
972742                 MOVE 'N' TO WS-BREAK-FOUND
972743         END-READ
972743     END-IF
972744     EXIT.
972744 RECORD-BREAK.
972745     IF WS-BREAK-FOUND = 'N'
972745         INITIALIZE GL-BREAK-RECORD
972746         MOVE GC-GL-ACCOUNT TO GB-GL-ACCOUNT
972746         MOVE WS-BUSINESS-DATE TO GB-OPENED-DATE
972747         MOVE 'O' TO GB-STATUS
972747         MOVE "NEW BREAK" TO WS-STATUS-TEXT
972748     ELSE
972748         MOVE "OPEN" TO WS-STATUS-TEXT
972749         IF GB-STATUS = 'R'
972749             MOVE 'O' TO GB-STATUS
972750             MOVE 0 TO GB-RESOLVED-DATE
972750         END-IF
972751*An explanation covers only the difference it was recorded
972751*against.
972752         IF GB-STATUS = 'E'
972752             IF WS-DIFFERENCE = GB-EXPLAINED-AMOUNT
972753                 MOVE "EXPLAINED" TO WS-STATUS-TEXT
972753             ELSE
972754                 MOVE 'O' TO GB-STATUS
972754                 MOVE "CHANGED" TO WS-STATUS-TEXT
972755             END-IF
972755         END-IF
972756     END-IF
972756     MOVE WS-BUSINESS-DATE TO GB-LAST-PROOF-DATE
972757     COMPUTE GB-DAYS-OPEN =
972757         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
972758         - FUNCTION INTEGER-OF-DATE(GB-OPENED-DATE)
972758     MOVE GC-BALANCE TO GB-GL-BALANCE
972759     MOVE GC-SUBLEDGER-TOTAL TO GB-SUBLEDGER-TOTAL
972759     MOVE WS-DIFFERENCE TO GB-DIFFERENCE
972760     MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
972760     IF WS-ABS-DIFFERENCE < 0
972761         COMPUTE WS-ABS-DIFFERENCE = 0 - WS-ABS-DIFFERENCE
972761     END-IF
972762     IF WS-ABS-DIFFERENCE > WS-TOLERANCE
972762         MOVE 'Y' TO GB-OVER-TOLERANCE
972763     ELSE
972763         MOVE 'N' TO GB-OVER-TOLERANCE
972764     END-IF
972764     IF WS-BREAK-FOUND = 'Y'
972765         REWRITE GL-BREAK-RECORD
972765             INVALID KEY
972766                 DISPLAY "GL break not updated: " GB-GL-ACCOUNT
972766         END-REWRITE
972767     ELSE
972767         WRITE GL-BREAK-RECORD
972768             INVALID KEY
972768                 DISPLAY "GL break not written: " GB-GL-ACCOUNT
972769         END-WRITE
972769     END-IF
972770     ADD 1 TO WS-BREAK-COUNT
972770     IF GB-STATUS = 'O' AND GB-OVER-TOLERANCE = 'Y'
972771         ADD 1 TO WS-BLOCKING-COUNT
972771     END-IF
972772     EXIT.
972772 RESOLVE-BREAK.
972773     MOVE 'R' TO GB-STATUS
972773     MOVE WS-BUSINESS-DATE TO GB-RESOLVED-DATE
972774     MOVE WS-BUSINESS-DATE TO GB-LAST-PROOF-DATE
972774     COMPUTE GB-DAYS-OPEN =
972775         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
972775         - FUNCTION INTEGER-OF-DATE(GB-OPENED-DATE)
972776     MOVE GC-BALANCE TO GB-GL-BALANCE
972776     MOVE GC-SUBLEDGER-TOTAL TO GB-SUBLEDGER-TOTAL
972777     MOVE 0 TO GB-DIFFERENCE
972777     MOVE 'N' TO GB-OVER-TOLERANCE
972778     REWRITE GL-BREAK-RECORD
972778         INVALID KEY
972779             DISPLAY "GL break not updated: " GB-GL-ACCOUNT
972779     END-REWRITE
972780     MOVE "RESOLVED" TO WS-STATUS-TEXT
972780     EXIT.
972781 WRITE-PROOF-LINE.
972781     MOVE GC-GL-ACCOUNT TO PL-GL-ACCOUNT
972782     MOVE GC-BALANCE TO PL-GL-BALANCE
972782     MOVE GC-SUBLEDGER-TOTAL TO PL-SUBLEDGER
972783     MOVE WS-DIFFERENCE TO PL-DIFFERENCE
972783     MOVE 0 TO PL-DAYS-OPEN
972784     MOVE SPACE TO PL-OVER-TOLERANCE
972784     IF WS-DIFFERENCE NOT = 0
972785         MOVE GB-DAYS-OPEN TO PL-DAYS-OPEN
972785         IF GB-OVER-TOLERANCE = 'Y'
972786             MOVE "*" TO PL-OVER-TOLERANCE
972786         END-IF
972787     END-IF
972787     MOVE WS-STATUS-TEXT TO PL-STATUS
972788     WRITE REPORT-LINE FROM WS-PROOF-LINE
972788     MOVE SPACES TO REPORT-LINE
972789     STRING "            TYPES: " DELIMITED BY SIZE
972789         WS-CT-TYPES(WS-CT-IX) DELIMITED BY "  "
972790         INTO REPORT-LINE
972790     WRITE REPORT-LINE
972791     IF WS-DIFFERENCE NOT = 0 AND GB-STATUS = 'E'
972791         MOVE SPACES TO REPORT-LINE
972792         STRING "            " DELIMITED BY SIZE
972792             GB-EXPLAINED-BY DELIMITED BY SPACE
972793             ": " DELIMITED BY SIZE
972793             GB-EXPLANATION DELIMITED BY SIZE
972794             INTO REPORT-LINE
972794         WRITE REPORT-LINE
972795     END-IF
972795     EXIT.
972796 PRINT-TRAILER.
972796     MOVE SPACES TO REPORT-LINE
972797     WRITE REPORT-LINE
972797     IF WS-UNMAPPED-COUNT > 0
972798         MOVE WS-UNMAPPED-TOTAL TO WS-AMOUNT-DISP
972798         MOVE SPACES TO REPORT-LINE
972799         STRING "ACCOUNTS WITH NO CONTROL ACCOUNT: "
972799             DELIMITED BY SIZE
972800             WS-UNMAPPED-COUNT DELIMITED BY SIZE
972800             "  BALANCE " DELIMITED BY SIZE
972801             WS-AMOUNT-DISP DELIMITED BY SIZE
972801             INTO REPORT-LINE
972802         WRITE REPORT-LINE
972802     END-IF
972803     MOVE SPACES TO REPORT-LINE
972803     STRING "CONTROL ACCOUNTS PROVED: " DELIMITED BY SIZE
972804         WS-PROVED-COUNT DELIMITED BY SIZE
972804         "  BREAKS: " DELIMITED BY SIZE
972805         WS-BREAK-COUNT DELIMITED BY SIZE
972805         INTO REPORT-LINE
972806     WRITE REPORT-LINE
972806     MOVE SPACES TO REPORT-LINE
972807     STRING "UNEXPLAINED OVER TOLERANCE (*): " DELIMITED BY SIZE
972807         WS-BLOCKING-COUNT DELIMITED BY SIZE
972808         INTO REPORT-LINE
972808     WRITE REPORT-LINE
972809     EXIT.
