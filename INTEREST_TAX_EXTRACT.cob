827145 01  WS-BELOW-MIN-COUNT      PIC 9(6) VALUE 0.
827146 01  WS-TOTAL-INTEREST       PIC S9(11)V99 COMP-3 VALUE 0.
827146 01  WS-AMOUNT-DISP          PIC -9(10).99.
966801 01  WS-PII-TYPE             PIC X(5) VALUE "SSN".
966801 01  WS-PII-VALUE            PIC X(40).
966802 01  WS-PII-MASKED           PIC X(40).
827147 01  WS-DETAIL-LINE.
827147     05  DT-CUST-ID              PIC 9(6).
827148     05  FILLER                  PIC X(2) VALUE SPACES.
966803     05  DT-SSN                  PIC X(9).
827149     05  FILLER                  PIC X(2) VALUE SPACES.
827149     05  DT-NAME                 PIC X(30).
827150     05  FILLER                  PIC X(2) VALUE SPACES.
827254     MOVE WS-CT-INTEREST(WS-CUST-IX) TO EX-INTEREST-AMOUNT
827254     WRITE EXTRACT-RECORD
827255     MOVE WS-CT-CUST(WS-CUST-IX) TO DT-CUST-ID
966804*The extract record above keeps the full SSN for the IRS filing;
966804*the printed listing shows only the last four digits.
966805     MOVE CUST-SSN TO WS-PII-VALUE
966805     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966806     MOVE WS-PII-MASKED TO DT-SSN
827256     MOVE SPACES TO DT-NAME
827256     STRING CUST-FIRST-NAME DELIMITED BY "  "
827257         " " DELIMITED BY SIZE
