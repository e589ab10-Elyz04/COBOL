956601 IDENTIFICATION DIVISION.
956601 PROGRAM-ID. ALERT_REVIEW.
956602 AUTHOR. ELYZ.
956602 ENVIRONMENT DIVISION.
956603 INPUT-OUTPUT SECTION.
956603 FILE-CONTROL.
956604     SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
956604         ORGANIZATION IS INDEXED
956605         ACCESS MODE IS DYNAMIC
956605         RECORD KEY IS ALR-ID
956606         ALTERNATE RECORD KEY IS ALR-CUST-ID
956606             WITH DUPLICATES
956607         FILE STATUS IS WS-ALR-FILE-STATUS.
956607     SELECT ALERT-HISTORY-FILE ASSIGN TO "ALRTHIST.DAT"
956608         ORGANIZATION IS LINE SEQUENTIAL
956608         FILE STATUS IS WS-ALH-FILE-STATUS.
956609     SELECT MONITOR-RULE-FILE ASSIGN TO "MONRULE.DAT"
956609         ORGANIZATION IS INDEXED
956610         ACCESS MODE IS DYNAMIC
956610         RECORD KEY IS MR-RULE-ID
956611         FILE STATUS IS WS-RULE-FILE-STATUS.
956611     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
956612         ORGANIZATION IS INDEXED
956612         ACCESS MODE IS DYNAMIC
956613         RECORD KEY IS CUST-ID
956613         FILE STATUS IS WS-CUST-FILE-STATUS.
956614 DATA DIVISION.
956614 FILE SECTION.
956615 FD  ALERT-FILE.
956615     COPY ALRTREC.
956616 FD  ALERT-HISTORY-FILE.
956616     COPY ALHSTREC.
956617 FD  MONITOR-RULE-FILE.
956617     COPY MONRREC.
956618 FD  CUSTOMER-MASTER-FILE.
956618     COPY CUSTREC.
956619 WORKING-STORAGE SECTION.
956619 01  WS-MENU-OPTION          PIC 9 VALUE 0.
956620 01  WS-ALR-FILE-STATUS      PIC XX VALUE "00".
956620 01  WS-ALH-FILE-STATUS      PIC XX VALUE "00".
956621 01  WS-RULE-FILE-STATUS     PIC XX VALUE "00".
956621 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
956622 01  WS-ALR-EOF              PIC X VALUE 'N'.
956622 01  WS-ALH-EOF              PIC X VALUE 'N'.
956623 01  WS-RULE-EOF             PIC X VALUE 'N'.
956623 01  WS-ALR-FOUND            PIC X VALUE 'N'.
956624 01  WS-OPEN-COUNT           PIC 9(6) VALUE 0.
956624 01  WS-HIST-COUNT           PIC 9(6) VALUE 0.
956625 01  WS-REVIEW-ID            PIC 9(8).
956625 01  WS-DECISION             PIC X.
956626 01  WS-ACTION-TEXT          PIC X(10).
956626 01  WS-OLD-STATUS           PIC X.
956627 01  WS-NOTE                 PIC X(60).
956627 01  WS-STATUS-TEXT          PIC X(12).
956628 01  WS-AMOUNT-DISP          PIC -9(11).99.
956628 01  WS-RULE-ID              PIC X(8).
956629 01  WS-UPDATE-REPLY         PIC X.
956629 01  WS-NEW-ACTIVE           PIC X.
956630 01  WS-NEW-DAYS             PIC 9(3).
956630 01  WS-NEW-LOW              PIC 9(9)V99.
956631 01  WS-NEW-HIGH             PIC 9(9)V99.
956631 01  WS-NEW-COUNT            PIC 9(3).
956632 01  WS-NEW-PERCENT          PIC 9(3).
956632 01  WS-RULE-OK              PIC X VALUE 'N'.
956633 01  WS-LOW-DISP             PIC -9(9).99.
956633 01  WS-HIGH-DISP            PIC -9(9).99.
956634 01  WS-DATE-PART            PIC 9(8).
956634 01  WS-TIME-PART            PIC 9(8).
956635 LINKAGE SECTION.
956635 01  LS-USERNAME             PIC X(20).
956636 PROCEDURE DIVISION USING LS-USERNAME.
956636 MAIN-PARA.
956637     MOVE 0 TO WS-MENU-OPTION
956637     PERFORM UNTIL WS-MENU-OPTION = 5
956638         PERFORM DISPLAY-MENU
956638         PERFORM PROCESS-OPTION
956639     END-PERFORM
956639     GOBACK.
956640 DISPLAY-MENU.
956640     DISPLAY "+---------------------------------+".
956641     DISPLAY "|   SUSPICIOUS ACTIVITY ALERTS    |".
956641     DISPLAY "+---------------------------------+".
956642     DISPLAY "| 1. List open alerts            |".
956642     DISPLAY "| 2. Work an alert               |".
956643     DISPLAY "| 3. Alert history               |".
956643     DISPLAY "| 4. Monitoring rules            |".
956644     DISPLAY "| 5. Go back                     |".
956644     DISPLAY "+---------------------------------+".
956645     DISPLAY "Select an option (1-5): " WITH NO ADVANCING.
956645     ACCEPT WS-MENU-OPTION.
956646     EXIT.
956646 PROCESS-OPTION.
956647     EVALUATE WS-MENU-OPTION
956647         WHEN 1
956648             PERFORM LIST-OPEN-ALERTS
956648         WHEN 2
956649             PERFORM WORK-ALERT
956649         WHEN 3
956650             PERFORM SHOW-ALERT-HISTORY
956650         WHEN 4
956651             PERFORM MAINTAIN-MONITOR-RULES
956651         WHEN 5
956652             DISPLAY ">>> Returning to previous menu..."
956652         WHEN OTHER
956653             DISPLAY "Invalid option. Please try again."
956653     END-EVALUATE
956654     EXIT.
956654 OPEN-ALERT-IO.
956655     OPEN I-O ALERT-FILE
956655     IF WS-ALR-FILE-STATUS = "35"
956656         OPEN OUTPUT ALERT-FILE
956656         CLOSE ALERT-FILE
956657         OPEN I-O ALERT-FILE
956657     END-IF
956658     EXIT.
956658 LIST-OPEN-ALERTS.
956659     PERFORM OPEN-ALERT-IO
956659     MOVE 'N' TO WS-ALR-EOF
956660     MOVE 0 TO WS-OPEN-COUNT
956660     PERFORM UNTIL WS-ALR-EOF = 'Y'
956661         READ ALERT-FILE NEXT RECORD
956661             AT END
956662                 MOVE 'Y' TO WS-ALR-EOF
956662             NOT AT END
956663                 IF ALR-STATUS = 'O' OR ALR-STATUS = 'E'
956663                     ADD 1 TO WS-OPEN-COUNT
956664                     PERFORM SET-STATUS-TEXT
956664                     MOVE ALR-AMOUNT TO WS-AMOUNT-DISP
956665                     DISPLAY "Alert " ALR-ID " " ALR-RULE-ID
956665                         " cust " ALR-CUST-ID " " WS-STATUS-TEXT
956666                     DISPLAY "  " ALR-DETAIL
956666                     DISPLAY "  items " ALR-ITEM-COUNT
956667                         " amount " WS-AMOUNT-DISP
956667                         " raised " ALR-BUS-DATE
956668                 END-IF
956668         END-READ
956669     END-PERFORM
956669     DISPLAY "Open alerts: " WS-OPEN-COUNT
956670     CLOSE ALERT-FILE
956670     EXIT.
956671 SET-STATUS-TEXT.
956671     EVALUATE ALR-STATUS
956672         WHEN 'O'
956672             MOVE "OPEN" TO WS-STATUS-TEXT
956673         WHEN 'E'
956673             MOVE "ESCALATED" TO WS-STATUS-TEXT
956674         WHEN 'N'
956674             MOVE "NO ACTION" TO WS-STATUS-TEXT
956675         WHEN 'S'
956675             MOVE "SAR FILED" TO WS-STATUS-TEXT
956676         WHEN OTHER
956676             MOVE ALR-STATUS TO WS-STATUS-TEXT
956677     END-EVALUATE
956677     EXIT.
956678 WORK-ALERT.
956678     PERFORM OPEN-ALERT-IO
956679     MOVE 'N' TO WS-ALR-FOUND
956679     DISPLAY "Enter alert ID: " WITH NO ADVANCING
956680     ACCEPT WS-REVIEW-ID
956680     MOVE WS-REVIEW-ID TO ALR-ID
956681     READ ALERT-FILE
956681         INVALID KEY
956682             DISPLAY "Alert not found."
956682         NOT INVALID KEY
956683             MOVE 'Y' TO WS-ALR-FOUND
956683     END-READ
956684     IF WS-ALR-FOUND = 'Y'
956684         PERFORM SHOW-ALERT-DETAIL
956685         PERFORM LIST-ALERT-HISTORY
956685         IF ALR-STATUS = 'N' OR ALR-STATUS = 'S'
956686             DISPLAY "Alert is closed."
956686         ELSE
956687             PERFORM DECIDE-ALERT
956687         END-IF
956688     END-IF
956688     CLOSE ALERT-FILE
956689     EXIT.
956689 SHOW-ALERT-DETAIL.
956690     PERFORM SET-STATUS-TEXT
956690     MOVE ALR-AMOUNT TO WS-AMOUNT-DISP
956691     MOVE ALR-CUST-ID TO CUST-ID
956691     OPEN INPUT CUSTOMER-MASTER-FILE
956692     READ CUSTOMER-MASTER-FILE
956692         INVALID KEY
956693             MOVE SPACES TO CUST-FIRST-NAME
956693             MOVE "(NOT ON FILE)" TO CUST-LAST-NAME
956694         NOT INVALID KEY
956694             CONTINUE
956695     END-READ
956695     CLOSE CUSTOMER-MASTER-FILE
956696     DISPLAY "Alert    : " ALR-ID "  " WS-STATUS-TEXT
956696     DISPLAY "Customer : " ALR-CUST-ID " "
956697         FUNCTION TRIM(CUST-FIRST-NAME) " "
956697         FUNCTION TRIM(CUST-LAST-NAME)
956698     DISPLAY "Rule     : " ALR-RULE-ID " " ALR-DETAIL
956698     DISPLAY "Raised   : " ALR-BUS-DATE
956699         "  look-back " ALR-LOOKBACK-DAYS " days"
956699     DISPLAY "Activity : " ALR-ITEM-COUNT " items  "
956700         WS-AMOUNT-DISP
956700     IF ALR-WORKED-BY NOT = SPACES
956701         DISPLAY "Worked by: " ALR-WORKED-BY " at " ALR-WORKED-TS
956701     END-IF
956702     EXIT.
956702 DECIDE-ALERT.
956703     DISPLAY "(E)scalate, (N)o action, (S)AR filed, (M)emo"
956703     DISPLAY "or (Q)uit? " WITH NO ADVANCING
956704     ACCEPT WS-DECISION
956704     MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
956705     EVALUATE WS-DECISION
956705         WHEN 'E'
956706             IF ALR-STATUS = 'E'
956706                 DISPLAY "Alert is already escalated."
956707             ELSE
956707                 MOVE "ESCALATED" TO WS-ACTION-TEXT
956708                 PERFORM RECORD-DECISION
956708             END-IF
956709         WHEN 'N'
956709             MOVE "NO ACTION" TO WS-ACTION-TEXT
956710             PERFORM RECORD-DECISION
956710         WHEN 'S'
956711             MOVE "SAR FILED" TO WS-ACTION-TEXT
956711             PERFORM RECORD-DECISION
956712         WHEN 'M'
956712             MOVE "NOTE" TO WS-ACTION-TEXT
956713             PERFORM RECORD-DECISION
956713         WHEN OTHER
956714             DISPLAY "No decision taken."
956714     END-EVALUATE
956715     EXIT.
956715 RECORD-DECISION.
956716*Every decision carries the officer's reasoning; a memo leaves
956716*the alert status as it is and only adds to the history.
956717     MOVE SPACES TO WS-NOTE
956717     DISPLAY "Note: " WITH NO ADVANCING
956718     ACCEPT WS-NOTE
956718     IF WS-NOTE = SPACES
956719         DISPLAY "A note is required. No decision taken."
956719     ELSE
956720         MOVE ALR-STATUS TO WS-OLD-STATUS
956720         IF WS-DECISION NOT = 'M'
956721             MOVE WS-DECISION TO ALR-STATUS
956721         END-IF
956722         MOVE LS-USERNAME TO ALR-WORKED-BY
956722         ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
956723         ACCEPT WS-TIME-PART FROM TIME
956723         COMPUTE ALR-WORKED-TS =
956724             (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
956724         REWRITE ALERT-RECORD
956725             INVALID KEY
956725                 DISPLAY "Alert update failed."
956726             NOT INVALID KEY
956726                 MOVE ALR-ID TO ALH-ALERT-ID
956727                 MOVE WS-OLD-STATUS TO ALH-OLD-STATUS
956727                 MOVE ALR-STATUS TO ALH-NEW-STATUS
956728                 MOVE WS-NOTE TO ALH-NOTE
956728                 PERFORM WRITE-ALERT-HISTORY
956729                 DISPLAY ">>> Alert " ALR-ID " recorded: "
956729                     WS-ACTION-TEXT
956730         END-REWRITE
956730     END-IF
956731     EXIT.
956731 WRITE-ALERT-HISTORY.
956732     MOVE WS-ACTION-TEXT TO ALH-ACTION
956732     MOVE LS-USERNAME TO ALH-OPERATOR
956733     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
956733     ACCEPT WS-TIME-PART FROM TIME
956734     COMPUTE ALH-TIMESTAMP =
956734         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
956735     OPEN EXTEND ALERT-HISTORY-FILE
956735     WRITE ALERT-HISTORY-RECORD
956736     CLOSE ALERT-HISTORY-FILE
956736     EXIT.
956737 SHOW-HISTORY-LINE.
956737     ADD 1 TO WS-HIST-COUNT
956738     DISPLAY "  " ALH-TIMESTAMP " " ALH-ACTION
956738         " " ALH-OLD-STATUS "->" ALH-NEW-STATUS
956739         " " ALH-OPERATOR
956739     DISPLAY "    " ALH-NOTE
956740     EXIT.
956740 SHOW-ALERT-HISTORY.
956741     DISPLAY "Enter alert ID: " WITH NO ADVANCING
956741     ACCEPT WS-REVIEW-ID
956742     PERFORM LIST-ALERT-HISTORY
956742     EXIT.
956743 LIST-ALERT-HISTORY.
956743     MOVE 0 TO WS-HIST-COUNT
956744     MOVE 'N' TO WS-ALH-EOF
956744     OPEN INPUT ALERT-HISTORY-FILE
956745     IF WS-ALH-FILE-STATUS = "00"
956745         PERFORM UNTIL WS-ALH-EOF = 'Y'
956746             READ ALERT-HISTORY-FILE
956746                 AT END
956747                     MOVE 'Y' TO WS-ALH-EOF
956747                 NOT AT END
956748                     IF ALH-ALERT-ID = WS-REVIEW-ID
956748                         PERFORM SHOW-HISTORY-LINE
956749                     END-IF
956749             END-READ
956750         END-PERFORM
956750         CLOSE ALERT-HISTORY-FILE
956751     END-IF
956751     IF WS-HIST-COUNT = 0
956752         DISPLAY "No history for alert " WS-REVIEW-ID
956752     END-IF
956753     EXIT.
956753 MAINTAIN-MONITOR-RULES.
956754     OPEN I-O MONITOR-RULE-FILE
956754     IF WS-RULE-FILE-STATUS NOT = "00"
956755         DISPLAY "No monitoring rules on file yet; the nightly"
956755         DISPLAY "monitoring run creates the standard set."
956756     ELSE
956756         PERFORM LIST-MONITOR-RULES
956757         DISPLAY "Update a rule (Y/N)? " WITH NO ADVANCING
956757         ACCEPT WS-UPDATE-REPLY
956758         IF WS-UPDATE-REPLY = 'Y' OR WS-UPDATE-REPLY = 'y'
956758             PERFORM UPDATE-MONITOR-RULE
956759         END-IF
956759         CLOSE MONITOR-RULE-FILE
956760     END-IF
956760     EXIT.
956761 LIST-MONITOR-RULES.
956761     MOVE 'N' TO WS-RULE-EOF
956762     PERFORM UNTIL WS-RULE-EOF = 'Y'
956762         READ MONITOR-RULE-FILE NEXT RECORD
956763             AT END
956763                 MOVE 'Y' TO WS-RULE-EOF
956764             NOT AT END
956764                 MOVE MR-AMOUNT-LOW TO WS-LOW-DISP
956765                 MOVE MR-AMOUNT-HIGH TO WS-HIGH-DISP
956765                 DISPLAY MR-RULE-ID " " MR-DESCRIPTION
956766                     " active " MR-ACTIVE
956766                 DISPLAY "  days " MR-LOOKBACK-DAYS
956767                     " low " WS-LOW-DISP " high " WS-HIGH-DISP
956767                     " count " MR-MIN-COUNT " pct " MR-PERCENT
956768         END-READ
956768     END-PERFORM
956769     EXIT.
956769 UPDATE-MONITOR-RULE.
956770     DISPLAY "Rule ID: " WITH NO ADVANCING
956770     ACCEPT WS-RULE-ID
956771     MOVE FUNCTION UPPER-CASE(WS-RULE-ID) TO MR-RULE-ID
956771     READ MONITOR-RULE-FILE
956772         INVALID KEY
956772             DISPLAY "Rule not found."
956773         NOT INVALID KEY
956773             PERFORM ENTER-RULE-VALUES
956774             IF WS-RULE-OK = 'Y'
956774                 PERFORM REWRITE-MONITOR-RULE
956775             END-IF
956775     END-READ
956776     EXIT.
956776 ENTER-RULE-VALUES.
956777     MOVE 'N' TO WS-RULE-OK
956777     DISPLAY "Active (Y/N): " WITH NO ADVANCING
956778     ACCEPT WS-NEW-ACTIVE
956778     MOVE FUNCTION UPPER-CASE(WS-NEW-ACTIVE) TO WS-NEW-ACTIVE
956779     DISPLAY "Look-back days: " WITH NO ADVANCING
956779     ACCEPT WS-NEW-DAYS
956780     DISPLAY "Low amount: " WITH NO ADVANCING
956780     ACCEPT WS-NEW-LOW
956781     DISPLAY "High amount (0 if unused): " WITH NO ADVANCING
956781     ACCEPT WS-NEW-HIGH
956782     DISPLAY "Minimum count (0 if unused): " WITH NO ADVANCING
956782     ACCEPT WS-NEW-COUNT
956783     DISPLAY "Percent (0 if unused): " WITH NO ADVANCING
956783     ACCEPT WS-NEW-PERCENT
956784     EVALUATE TRUE
956784         WHEN WS-NEW-ACTIVE NOT = 'Y' AND WS-NEW-ACTIVE NOT = 'N'
956785             DISPLAY "Active must be Y or N."
956785         WHEN WS-NEW-DAYS = 0
956786             DISPLAY "Look-back must be at least one day."
956786         WHEN WS-NEW-HIGH NOT = 0 AND WS-NEW-HIGH <= WS-NEW-LOW
956787             DISPLAY "High amount must be above the low amount."
956787         WHEN WS-NEW-PERCENT > 100
956788             DISPLAY "Percent cannot exceed 100."
956788         WHEN OTHER
956789             MOVE 'Y' TO WS-RULE-OK
956789     END-EVALUATE
956790     IF WS-RULE-OK = 'N'
956790         DISPLAY "Rule not changed."
956791     END-IF
956791     EXIT.
956792 REWRITE-MONITOR-RULE.
956792     MOVE WS-NEW-ACTIVE TO MR-ACTIVE
956793     MOVE WS-NEW-DAYS TO MR-LOOKBACK-DAYS
956793     MOVE WS-NEW-LOW TO MR-AMOUNT-LOW
956794     MOVE WS-NEW-HIGH TO MR-AMOUNT-HIGH
956794     MOVE WS-NEW-COUNT TO MR-MIN-COUNT
956795     MOVE WS-NEW-PERCENT TO MR-PERCENT
956795     REWRITE MONITOR-RULE-RECORD
956796         INVALID KEY
956796             DISPLAY "Rule update failed."
956797         NOT INVALID KEY
956797             MOVE WS-NEW-LOW TO WS-LOW-DISP
956798             MOVE WS-NEW-HIGH TO WS-HIGH-DISP
956798             MOVE 0 TO ALH-ALERT-ID
956799             MOVE SPACE TO ALH-OLD-STATUS
956799             MOVE WS-NEW-ACTIVE TO ALH-NEW-STATUS
956800             MOVE SPACES TO ALH-NOTE
956800             STRING MR-RULE-ID DELIMITED BY SIZE
956801                 " D" DELIMITED BY SIZE
956801                 WS-NEW-DAYS DELIMITED BY SIZE
956802                 " L" DELIMITED BY SIZE
956802                 WS-LOW-DISP DELIMITED BY SIZE
956803                 " H" DELIMITED BY SIZE
956803                 WS-HIGH-DISP DELIMITED BY SIZE
956804                 " C" DELIMITED BY SIZE
956804                 WS-NEW-COUNT DELIMITED BY SIZE
956805                 " P" DELIMITED BY SIZE
956805                 WS-NEW-PERCENT DELIMITED BY SIZE
956806                 INTO ALH-NOTE
956806             MOVE "RULE" TO WS-ACTION-TEXT
956807             PERFORM WRITE-ALERT-HISTORY
956807             DISPLAY ">>> Rule " MR-RULE-ID " updated."
956808     END-REWRITE
956808     EXIT.
