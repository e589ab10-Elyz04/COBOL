972901 IDENTIFICATION DIVISION.
972901 PROGRAM-ID. GL_BREAK_REVIEW.
972902 AUTHOR. ELYZ.
972902 ENVIRONMENT DIVISION.
972903 INPUT-OUTPUT SECTION.
972903 FILE-CONTROL.
972904     SELECT GL-BREAK-FILE ASSIGN TO "GLBREAK.DAT"
972904         ORGANIZATION IS INDEXED
972905         ACCESS MODE IS DYNAMIC
972905         RECORD KEY IS GB-KEY
972906         FILE STATUS IS WS-GLBRK-FILE-STATUS.
972906 DATA DIVISION.
972907 FILE SECTION.
972907 FD  GL-BREAK-FILE.
972908     COPY GLBRKREC.
972908 WORKING-STORAGE SECTION.
972909 01  WS-MENU-OPTION          PIC 9 VALUE 0.
972909 01  WS-GLBRK-FILE-STATUS    PIC XX VALUE "00".
972910 01  WS-EOF-FLAG             PIC X VALUE 'N'.
972910 01  WS-BREAK-FOUND          PIC X VALUE 'N'.
972911 01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
972911 01  WS-GL-ACCOUNT-IN        PIC X(10).
972912 01  WS-EXPLANATION-IN       PIC X(60).
972912 01  WS-BREAK-KEY.
972913     05  WS-BREAK-GL-ACCOUNT     PIC X(10).
972913     05  WS-BREAK-OPENED-DATE    PIC 9(8).
972914 01  WS-LIST-LINE.
972914     05  LL-GL-ACCOUNT           PIC X(10).
972915     05  FILLER                  PIC X(1) VALUE SPACES.
972915     05  LL-OPENED-DATE          PIC 9(8).
972916     05  FILLER                  PIC X(1) VALUE SPACES.
972916     05  LL-DAYS-OPEN            PIC ZZZZ9.
972917     05  FILLER                  PIC X(1) VALUE SPACES.
972917     05  LL-DIFFERENCE           PIC -9(11).99.
972918     05  FILLER                  PIC X(1) VALUE SPACES.
972918     05  LL-OVER-TOLERANCE       PIC X.
972919     05  FILLER                  PIC X(1) VALUE SPACES.
972919     05  LL-STATUS               PIC X(10).
972920     05  FILLER                  PIC X(1) VALUE SPACES.
972920     05  LL-LAST-PROOF-DATE      PIC 9(8).
972921 LINKAGE SECTION.
972921 01  LS-USERNAME             PIC X(20).
972922 PROCEDURE DIVISION USING LS-USERNAME.
972922 MAIN-PARA.
972923     MOVE 0 TO WS-MENU-OPTION
972923     PERFORM UNTIL WS-MENU-OPTION = 4
972924         PERFORM DISPLAY-MENU
972924         PERFORM PROCESS-OPTION
972925     END-PERFORM
972925     GOBACK.
972926 DISPLAY-MENU.
972926     DISPLAY "+---------------------------------+".
972927     DISPLAY "|      GL PROOF BREAK REVIEW      |".
972927     DISPLAY "+---------------------------------+".
972928     DISPLAY "| 1. List open breaks             |".
972928     DISPLAY "| 2. Record an explanation        |".
972929     DISPLAY "| 3. Break history for an account |".
972929     DISPLAY "| 4. Go back                      |".
972930     DISPLAY "+---------------------------------+".
972930     DISPLAY "Select an option (1-4): " WITH NO ADVANCING.
972931     ACCEPT WS-MENU-OPTION.
972931     EXIT.
972932 PROCESS-OPTION.
972932     EVALUATE WS-MENU-OPTION
972933         WHEN 1
972933             PERFORM LIST-OPEN-BREAKS
972934         WHEN 2
972934             PERFORM EXPLAIN-BREAK
972935         WHEN 3
972935             PERFORM SHOW-BREAK-HISTORY
972936         WHEN 4
972936             DISPLAY ">>> Returning to previous menu..."
972937         WHEN OTHER
972937             DISPLAY "Invalid option. Please try again."
972938     END-EVALUATE
972938     EXIT.
972939 OPEN-BREAK-IO.
972939     OPEN I-O GL-BREAK-FILE
972940     IF WS-GLBRK-FILE-STATUS = "35"
972940         OPEN OUTPUT GL-BREAK-FILE
972941         CLOSE GL-BREAK-FILE
972941         OPEN I-O GL-BREAK-FILE
972942     END-IF
972942     EXIT.
972943 SHOW-LIST-HEADING.
972943     DISPLAY "GL ACCOUNT OPENED     AGE      DIFFERENCE"
972944         " T STATUS     LAST PROOF"
972944     EXIT.
972945 SHOW-LIST-LINE.
972945     MOVE GB-GL-ACCOUNT TO LL-GL-ACCOUNT
972946     MOVE GB-OPENED-DATE TO LL-OPENED-DATE
972946     MOVE GB-DAYS-OPEN TO LL-DAYS-OPEN
972947     MOVE GB-DIFFERENCE TO LL-DIFFERENCE
972947     MOVE SPACE TO LL-OVER-TOLERANCE
972948     IF GB-OVER-TOLERANCE = 'Y'
972948         MOVE "*" TO LL-OVER-TOLERANCE
972949     END-IF
972949     EVALUATE GB-STATUS
972950         WHEN 'O'
972950             MOVE "OPEN" TO LL-STATUS
972951         WHEN 'E'
972951             MOVE "EXPLAINED" TO LL-STATUS
972952         WHEN 'R'
972952             MOVE "RESOLVED" TO LL-STATUS
972953         WHEN OTHER
972953             MOVE GB-STATUS TO LL-STATUS
972954     END-EVALUATE
972954     MOVE GB-LAST-PROOF-DATE TO LL-LAST-PROOF-DATE
972955     DISPLAY WS-LIST-LINE
972955     IF GB-EXPLANATION NOT = SPACES
972956         DISPLAY "    " FUNCTION TRIM(GB-EXPLAINED-BY)
972956             " " GB-EXPLAINED-DATE ": "
972957             FUNCTION TRIM(GB-EXPLANATION)
972957     END-IF
972958     EXIT.
972958 LIST-OPEN-BREAKS.
972959     PERFORM OPEN-BREAK-IO
972959     MOVE 0 TO WS-LIST-COUNT
972960     MOVE 'N' TO WS-EOF-FLAG
972960     PERFORM SHOW-LIST-HEADING
972961     PERFORM UNTIL WS-EOF-FLAG = 'Y'
972961         READ GL-BREAK-FILE NEXT RECORD
972962             AT END
972962                 MOVE 'Y' TO WS-EOF-FLAG
972963             NOT AT END
972963                 IF GB-STATUS NOT = 'R'
972964                     ADD 1 TO WS-LIST-COUNT
972964                     PERFORM SHOW-LIST-LINE
972965                 END-IF
972965         END-READ
972966     END-PERFORM
972966     IF WS-LIST-COUNT = 0
972967         DISPLAY "No open GL proof breaks."
972967     ELSE
972968         DISPLAY "* over tolerance.  An open break over tolerance"
972968             " holds the month-end close."
972969     END-IF
972969     CLOSE GL-BREAK-FILE
972970     EXIT.
972970 FIND-OPEN-BREAK.
972971*At most one break per account is open at a time.
972971     MOVE 'N' TO WS-BREAK-FOUND
972972     MOVE 'N' TO WS-EOF-FLAG
972972     MOVE WS-GL-ACCOUNT-IN TO GB-GL-ACCOUNT
972973     MOVE 0 TO GB-OPENED-DATE
972973     START GL-BREAK-FILE KEY IS >= GB-KEY
972974         INVALID KEY
972974             MOVE 'Y' TO WS-EOF-FLAG
972975     END-START
972975     PERFORM UNTIL WS-EOF-FLAG = 'Y'
972976         READ GL-BREAK-FILE NEXT RECORD
972976             AT END
972977                 MOVE 'Y' TO WS-EOF-FLAG
972977             NOT AT END
972978                 IF GB-GL-ACCOUNT NOT = WS-GL-ACCOUNT-IN
972978                     MOVE 'Y' TO WS-EOF-FLAG
972979                 ELSE
972979                 IF GB-STATUS NOT = 'R'
972980                     MOVE 'Y' TO WS-BREAK-FOUND
972980                     MOVE GB-KEY TO WS-BREAK-KEY
972981                 END-IF
972981                 END-IF
972982         END-READ
972982     END-PERFORM
972983     IF WS-BREAK-FOUND = 'Y'
972983         MOVE WS-BREAK-KEY TO GB-KEY
972984         READ GL-BREAK-FILE
972984             INVALID KEY
972985                 MOVE 'N' TO WS-BREAK-FOUND
972985         END-READ
972986     END-IF
972986     EXIT.
972987 EXPLAIN-BREAK.
972987*The explanation stands against the difference as it is now; if a
972988*later proof finds a different amount the break is open again.
972988     PERFORM OPEN-BREAK-IO
972989     DISPLAY "GL account: " WITH NO ADVANCING
972989     ACCEPT WS-GL-ACCOUNT-IN
972990     MOVE FUNCTION UPPER-CASE(WS-GL-ACCOUNT-IN)
972990         TO WS-GL-ACCOUNT-IN
972991     PERFORM FIND-OPEN-BREAK
972991     IF WS-BREAK-FOUND = 'N'
972992         DISPLAY "No open break for that GL account."
972992     ELSE
972993         PERFORM SHOW-LIST-HEADING
972993         PERFORM SHOW-LIST-LINE
972994         DISPLAY "Explanation: " WITH NO ADVANCING
972994         ACCEPT WS-EXPLANATION-IN
972995         IF WS-EXPLANATION-IN = SPACES
972995             DISPLAY "An explanation is required."
972996         ELSE
972996             MOVE WS-EXPLANATION-IN TO GB-EXPLANATION
972997             MOVE LS-USERNAME TO GB-EXPLAINED-BY
972997             ACCEPT GB-EXPLAINED-DATE FROM DATE YYYYMMDD
972998             MOVE GB-DIFFERENCE TO GB-EXPLAINED-AMOUNT
972998             MOVE 'E' TO GB-STATUS
972999             REWRITE GL-BREAK-RECORD
972999                 INVALID KEY
973000                     DISPLAY "Update failed."
973000                 NOT INVALID KEY
973001                     DISPLAY ">>> Explanation recorded."
973001             END-REWRITE
973002         END-IF
973002     END-IF
973003     CLOSE GL-BREAK-FILE
973003     EXIT.
973004 SHOW-BREAK-HISTORY.
973004     PERFORM OPEN-BREAK-IO
973005     MOVE 0 TO WS-LIST-COUNT
973005     DISPLAY "GL account: " WITH NO ADVANCING
973006     ACCEPT WS-GL-ACCOUNT-IN
973006     MOVE FUNCTION UPPER-CASE(WS-GL-ACCOUNT-IN)
973007         TO WS-GL-ACCOUNT-IN
973007     MOVE 'N' TO WS-EOF-FLAG
973008     MOVE WS-GL-ACCOUNT-IN TO GB-GL-ACCOUNT
973008     MOVE 0 TO GB-OPENED-DATE
973009     START GL-BREAK-FILE KEY IS >= GB-KEY
973009         INVALID KEY
973010             MOVE 'Y' TO WS-EOF-FLAG
973010     END-START
973011     PERFORM SHOW-LIST-HEADING
973011     PERFORM UNTIL WS-EOF-FLAG = 'Y'
973012         READ GL-BREAK-FILE NEXT RECORD
973012             AT END
973013                 MOVE 'Y' TO WS-EOF-FLAG
973013             NOT AT END
973014                 IF GB-GL-ACCOUNT NOT = WS-GL-ACCOUNT-IN
973014                     MOVE 'Y' TO WS-EOF-FLAG
973015                 ELSE
973015                     ADD 1 TO WS-LIST-COUNT
973016                     PERFORM SHOW-LIST-LINE
973016                 END-IF
973017         END-READ
973017     END-PERFORM
973018     IF WS-LIST-COUNT = 0
973018         DISPLAY "No breaks on file for that GL account."
973019     END-IF
973019     CLOSE GL-BREAK-FILE
973020     EXIT.
