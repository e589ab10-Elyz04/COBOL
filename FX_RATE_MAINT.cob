973301 IDENTIFICATION DIVISION.
973301 PROGRAM-ID. FX_RATE_MAINT.
973302 AUTHOR. ELYZ.
973302 ENVIRONMENT DIVISION.
973303 INPUT-OUTPUT SECTION.
973303 FILE-CONTROL.
973304     SELECT FX-RATE-FILE ASSIGN TO "FXRATE.DAT"
973304         ORGANIZATION IS INDEXED
973305         ACCESS MODE IS DYNAMIC
973305         RECORD KEY IS FXR-CURRENCY
973306         FILE STATUS IS WS-FXR-FILE-STATUS.
973306 DATA DIVISION.
973307 FILE SECTION.
973307 FD  FX-RATE-FILE.
973308     COPY FXRTREC.
973308 WORKING-STORAGE SECTION.
973309 01  WS-MENU-OPTION          PIC 9 VALUE 0.
973309 01  WS-FXR-FILE-STATUS      PIC XX VALUE "00".
973310 01  WS-EOF-FLAG             PIC X VALUE 'N'.
973310 01  WS-RATE-FOUND           PIC X VALUE 'N'.
973311 01  WS-TODAY                PIC 9(8).
973311 01  WS-CURRENCY-IN          PIC X(3).
973312 01  WS-DESCRIPTION-IN       PIC X(20).
973312 01  WS-BUY-RATE-IN          PIC 9(3)V9(6).
973313 01  WS-SELL-RATE-IN         PIC 9(3)V9(6).
973313 01  WS-SPREAD-PCT           PIC S9(3)V99 COMP-3.
973314 01  WS-RATE-LINE.
973314     05  RL-CURRENCY             PIC X(3).
973315     05  FILLER                  PIC X(2) VALUE SPACES.
973315     05  RL-DESCRIPTION          PIC X(20).
973316     05  FILLER                  PIC X(1) VALUE SPACES.
973316     05  RL-BUY-RATE             PIC ZZ9.999999.
973317     05  FILLER                  PIC X(2) VALUE SPACES.
973317     05  RL-SELL-RATE            PIC ZZ9.999999.
973318     05  FILLER                  PIC X(2) VALUE SPACES.
973318     05  RL-EFFECTIVE-DATE       PIC 9(8).
973319     05  FILLER                  PIC X(1) VALUE SPACES.
973319     05  RL-STATE                PIC X(9).
973320 LINKAGE SECTION.
973320 01  LS-USERNAME             PIC X(20).
973321 PROCEDURE DIVISION USING LS-USERNAME.
973321 MAIN-PARA.
973322     MOVE 0 TO WS-MENU-OPTION
973322     PERFORM UNTIL WS-MENU-OPTION = 4
973323         PERFORM DISPLAY-MENU
973323         PERFORM PROCESS-OPTION
973324     END-PERFORM
973324     GOBACK.
973325 DISPLAY-MENU.
973325     DISPLAY "+---------------------------------+".
973326     DISPLAY "|  FOREIGN CURRENCY RATE TABLE    |".
973326     DISPLAY "+---------------------------------+".
973327     DISPLAY "| 1. List currency rates          |".
973327     DISPLAY "| 2. Set today's rates            |".
973328     DISPLAY "| 3. Withdraw a currency          |".
973328     DISPLAY "| 4. Go back                      |".
973329     DISPLAY "+---------------------------------+".
973329     DISPLAY "Select an option (1-4): " WITH NO ADVANCING.
973330     ACCEPT WS-MENU-OPTION.
973330     EXIT.
973331 PROCESS-OPTION.
973331     EVALUATE WS-MENU-OPTION
973332         WHEN 1
973332             PERFORM LIST-FX-RATES
973333         WHEN 2
973333             PERFORM SET-FX-RATE
973334         WHEN 3
973334             PERFORM WITHDRAW-FX-CURRENCY
973335         WHEN 4
973335             DISPLAY ">>> Returning to previous menu..."
973336         WHEN OTHER
973336             DISPLAY "Invalid option. Please try again."
973337     END-EVALUATE
973337     EXIT.
973338 OPEN-RATE-IO.
973338     OPEN I-O FX-RATE-FILE
973339     IF WS-FXR-FILE-STATUS = "35"
973339         OPEN OUTPUT FX-RATE-FILE
973340         CLOSE FX-RATE-FILE
973340         OPEN I-O FX-RATE-FILE
973341     END-IF
973341     ACCEPT WS-TODAY FROM DATE YYYYMMDD
973342     EXIT.
973342 SHOW-RATE-LINE.
973343     MOVE FXR-CURRENCY TO RL-CURRENCY
973343     MOVE FXR-DESCRIPTION TO RL-DESCRIPTION
973344     MOVE FXR-BUY-RATE TO RL-BUY-RATE
973344     MOVE FXR-SELL-RATE TO RL-SELL-RATE
973345     MOVE FXR-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
973345     EVALUATE TRUE
973346         WHEN FXR-STATUS = 'W'
973346             MOVE "WITHDRAWN" TO RL-STATE
973347         WHEN FXR-EFFECTIVE-DATE = WS-TODAY
973347             MOVE "TODAY" TO RL-STATE
973348         WHEN OTHER
973348             MOVE "NOT SET" TO RL-STATE
973349     END-EVALUATE
973349     DISPLAY WS-RATE-LINE
973350     EXIT.
973350 LIST-FX-RATES.
973351     PERFORM OPEN-RATE-IO
973351     MOVE 'N' TO WS-EOF-FLAG
973352     DISPLAY "CCY  DESCRIPTION               BUY RATE   SELL RATE"
973352         "  EFFECTIVE"
973353     PERFORM UNTIL WS-EOF-FLAG = 'Y'
973353         READ FX-RATE-FILE NEXT RECORD
973354             AT END
973354                 MOVE 'Y' TO WS-EOF-FLAG
973355             NOT AT END
973355                 PERFORM SHOW-RATE-LINE
973356         END-READ
973356     END-PERFORM
973357     DISPLAY "Only currencies whose rates were set today are"
973357         " dealt."
973358     CLOSE FX-RATE-FILE
973358     EXIT.
973359 SET-FX-RATE.
973359*The rates are keyed each morning; a currency not yet on file is
973360*added with its description.  The bank must sell dearer than it
973360*buys, or every exchange would lose money.
973361     PERFORM OPEN-RATE-IO
973361     MOVE 'N' TO WS-RATE-FOUND
973362     DISPLAY "Currency code (e.g. EUR): " WITH NO ADVANCING
973362     ACCEPT WS-CURRENCY-IN
973363     MOVE FUNCTION UPPER-CASE(WS-CURRENCY-IN) TO WS-CURRENCY-IN
973363     MOVE WS-CURRENCY-IN TO FXR-CURRENCY
973364     READ FX-RATE-FILE
973364         INVALID KEY
973365             CONTINUE
973365         NOT INVALID KEY
973366             MOVE 'Y' TO WS-RATE-FOUND
973366             DISPLAY "Current:"
973367             PERFORM SHOW-RATE-LINE
973367     END-READ
973368     IF WS-RATE-FOUND = 'N'
973368         DISPLAY "Description: " WITH NO ADVANCING
973369         ACCEPT WS-DESCRIPTION-IN
973369     ELSE
973370         MOVE FXR-DESCRIPTION TO WS-DESCRIPTION-IN
973370     END-IF
973371     DISPLAY "Buy rate (local per unit): " WITH NO ADVANCING
973371     ACCEPT WS-BUY-RATE-IN
973372     DISPLAY "Sell rate (local per unit): " WITH NO ADVANCING
973372     ACCEPT WS-SELL-RATE-IN
973373     IF WS-CURRENCY-IN = SPACES
973373         DISPLAY "A currency code is required."
973374     ELSE
973374     IF WS-BUY-RATE-IN NOT > 0
973375         DISPLAY "Buy rate must be greater than zero."
973375     ELSE
973376     IF WS-SELL-RATE-IN NOT > WS-BUY-RATE-IN
973376         DISPLAY "Sell rate must be higher than the buy rate."
973377     ELSE
973377         COMPUTE WS-SPREAD-PCT ROUNDED =
973378             (WS-SELL-RATE-IN - WS-BUY-RATE-IN) * 100
973378             / WS-BUY-RATE-IN
973379         IF WS-SPREAD-PCT > 10
973379             DISPLAY "Warning: spread is " WS-SPREAD-PCT
973380                 "% of the buy rate."
973380         END-IF
973381         MOVE WS-CURRENCY-IN TO FXR-CURRENCY
973381         MOVE WS-DESCRIPTION-IN TO FXR-DESCRIPTION
973382         MOVE 'A' TO FXR-STATUS
973382         MOVE WS-BUY-RATE-IN TO FXR-BUY-RATE
973383         MOVE WS-SELL-RATE-IN TO FXR-SELL-RATE
973383         MOVE WS-TODAY TO FXR-EFFECTIVE-DATE
973384         MOVE LS-USERNAME TO FXR-CHANGED-BY
973384         PERFORM SAVE-FX-RATE
973385     END-IF
973385     END-IF
973386     END-IF
973386     CLOSE FX-RATE-FILE
973387     EXIT.
973387 SAVE-FX-RATE.
973388     IF WS-RATE-FOUND = 'Y'
973388         REWRITE FX-RATE-RECORD
973389             INVALID KEY
973389                 DISPLAY "Update failed."
973390             NOT INVALID KEY
973390                 DISPLAY ">>> Rates set for today."
973391         END-REWRITE
973391     ELSE
973392         WRITE FX-RATE-RECORD
973392             INVALID KEY
973393                 DISPLAY "Add failed."
973393             NOT INVALID KEY
973394                 DISPLAY ">>> Currency added."
973394         END-WRITE
973395     END-IF
973395     EXIT.
973396 WITHDRAW-FX-CURRENCY.
973396*A withdrawn currency stays on file for the deals already done in
973397*it; setting its rates again puts it back in use.
973397     PERFORM OPEN-RATE-IO
973398     DISPLAY "Currency code: " WITH NO ADVANCING
973398     ACCEPT WS-CURRENCY-IN
973399     MOVE FUNCTION UPPER-CASE(WS-CURRENCY-IN) TO FXR-CURRENCY
973399     READ FX-RATE-FILE
973400         INVALID KEY
973400             DISPLAY "Currency not on file."
973401         NOT INVALID KEY
973401             MOVE 'W' TO FXR-STATUS
973402             MOVE LS-USERNAME TO FXR-CHANGED-BY
973402             REWRITE FX-RATE-RECORD
973403                 INVALID KEY
973403                     DISPLAY "Update failed."
973404                 NOT INVALID KEY
973404                     DISPLAY ">>> Currency withdrawn."
973405             END-REWRITE
973405     END-READ
973406     CLOSE FX-RATE-FILE
973406     EXIT.
