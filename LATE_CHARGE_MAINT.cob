962201 IDENTIFICATION DIVISION.
962201 PROGRAM-ID. LATE_CHARGE_MAINT.
962202 AUTHOR. ELYZ.
962202 ENVIRONMENT DIVISION.
962203 INPUT-OUTPUT SECTION.
962203 FILE-CONTROL.
962204     SELECT LATE-CHARGE-FILE ASSIGN TO "LATECHG.DAT"
962204         ORGANIZATION IS INDEXED
962205         ACCESS MODE IS DYNAMIC
962205         RECORD KEY IS LC-UP-TO-AMOUNT
962206         FILE STATUS IS WS-LC-FILE-STATUS.
962206 DATA DIVISION.
962207 FILE SECTION.
962207 FD  LATE-CHARGE-FILE.
962208     COPY LCHGREC.
962208 WORKING-STORAGE SECTION.
962209 01  WS-MENU-OPTION          PIC 9 VALUE 0.
962209 01  WS-LC-FILE-STATUS       PIC XX VALUE "00".
962210 01  WS-EOF-FLAG             PIC X VALUE 'N'.
962210 01  WS-TIER-FOUND           PIC X VALUE 'N'.
962211 01  WS-UP-TO-DISP           PIC 9(9).99.
962211 01  WS-FLAT-DISP            PIC 9(5).99.
962212 01  WS-PERCENT-DISP         PIC 9.9999.
962212 01  WS-MAXIMUM-DISP         PIC 9(5).99.
962213 PROCEDURE DIVISION.
962213 MAIN-PARA.
962214     MOVE 0 TO WS-MENU-OPTION
962214     PERFORM UNTIL WS-MENU-OPTION = 4
962215         PERFORM DISPLAY-MENU
962215         PERFORM PROCESS-OPTION
962216     END-PERFORM
962216     GOBACK.
962217 DISPLAY-MENU.
962217     DISPLAY "+---------------------------------+".
962218     DISPLAY "|   LATE CHARGE TABLE MAINTENANCE |".
962218     DISPLAY "+---------------------------------+".
962219     DISPLAY "| 1. List late charge tiers      |".
962219     DISPLAY "| 2. Add or update tier          |".
962220     DISPLAY "| 3. Remove tier                 |".
962220     DISPLAY "| 4. Go back                     |".
962221     DISPLAY "+---------------------------------+".
962221     DISPLAY "Select an option (1-4): " WITH NO ADVANCING.
962222     ACCEPT WS-MENU-OPTION.
962222     EXIT.
962223 PROCESS-OPTION.
962223     EVALUATE WS-MENU-OPTION
962224         WHEN 1
962224             PERFORM LIST-LATE-TIERS
962225         WHEN 2
962225             PERFORM UPDATE-LATE-TIER
962226         WHEN 3
962226             PERFORM REMOVE-LATE-TIER
962227         WHEN 4
962227             DISPLAY ">>> Returning to previous menu..."
962228         WHEN OTHER
962228             DISPLAY "Invalid option. Please try again."
962229     END-EVALUATE
962229     EXIT.
962230 OPEN-LATE-IO.
962230*A new table starts with the standard schedule, the same one the
962231*nightly autopay run sets up when it finds no table.
962231     OPEN I-O LATE-CHARGE-FILE
962232     IF WS-LC-FILE-STATUS = "35"
962232         OPEN OUTPUT LATE-CHARGE-FILE
962233         CLOSE LATE-CHARGE-FILE
962233         OPEN I-O LATE-CHARGE-FILE
962234         PERFORM SEED-LATE-CHARGES
962234     END-IF
962235     EXIT.
962235 SEED-LATE-CHARGES.
962236     MOVE 500.00 TO LC-UP-TO-AMOUNT
962236     MOVE 15 TO LC-GRACE-DAYS
962237     MOVE 25.00 TO LC-FLAT-AMOUNT
962237     MOVE 0 TO LC-PERCENT
962238     MOVE 0 TO LC-MAXIMUM
962238     WRITE LATE-CHARGE-RECORD
962239     MOVE 999999999.99 TO LC-UP-TO-AMOUNT
962239     MOVE 15 TO LC-GRACE-DAYS
962240     MOVE 0 TO LC-FLAT-AMOUNT
962240     MOVE 0.0500 TO LC-PERCENT
962241     MOVE 100.00 TO LC-MAXIMUM
962241     WRITE LATE-CHARGE-RECORD
962242     EXIT.
962242 LIST-LATE-TIERS.
962243     PERFORM OPEN-LATE-IO
962243     MOVE 'N' TO WS-EOF-FLAG
962244     DISPLAY "UP TO AMOUNT  GRACE      FLAT  PERCENT   MAXIMUM"
962244     PERFORM UNTIL WS-EOF-FLAG = 'Y'
962245         READ LATE-CHARGE-FILE NEXT RECORD
962245             AT END
962246                 MOVE 'Y' TO WS-EOF-FLAG
962246             NOT AT END
962247                 MOVE LC-UP-TO-AMOUNT TO WS-UP-TO-DISP
962247                 MOVE LC-FLAT-AMOUNT TO WS-FLAT-DISP
962248                 MOVE LC-PERCENT TO WS-PERCENT-DISP
962248                 MOVE LC-MAXIMUM TO WS-MAXIMUM-DISP
962249                 DISPLAY WS-UP-TO-DISP "  " LC-GRACE-DAYS
962249                     "    " WS-FLAT-DISP "  " WS-PERCENT-DISP
962250                     "  " WS-MAXIMUM-DISP
962250         END-READ
962251     END-PERFORM
962251     CLOSE LATE-CHARGE-FILE
962252     EXIT.
962252 UPDATE-LATE-TIER.
962253     PERFORM OPEN-LATE-IO
962253     MOVE 'N' TO WS-TIER-FOUND
962254     DISPLAY "Installments up to amount: " WITH NO ADVANCING
962254     ACCEPT LC-UP-TO-AMOUNT
962255     READ LATE-CHARGE-FILE
962255         INVALID KEY
962256             CONTINUE
962256         NOT INVALID KEY
962257             MOVE 'Y' TO WS-TIER-FOUND
962257             MOVE LC-FLAT-AMOUNT TO WS-FLAT-DISP
962258             MOVE LC-PERCENT TO WS-PERCENT-DISP
962258             MOVE LC-MAXIMUM TO WS-MAXIMUM-DISP
962259             DISPLAY "Current: grace " LC-GRACE-DAYS
962259                 " days, " WS-FLAT-DISP " + " WS-PERCENT-DISP
962260                 ", maximum " WS-MAXIMUM-DISP
962260     END-READ
962261     DISPLAY "Grace days after due date: " WITH NO ADVANCING
962261     ACCEPT LC-GRACE-DAYS
962262     DISPLAY "Flat charge: " WITH NO ADVANCING
962262     ACCEPT LC-FLAT-AMOUNT
962263     DISPLAY "Percent of amount due (e.g. 0.0500): "
962263         WITH NO ADVANCING
962264     ACCEPT LC-PERCENT
962264     DISPLAY "Maximum charge (0 = no limit): " WITH NO ADVANCING
962265     ACCEPT LC-MAXIMUM
962265     IF WS-TIER-FOUND = 'Y'
962266         REWRITE LATE-CHARGE-RECORD
962266             INVALID KEY
962267                 DISPLAY "Update failed."
962267             NOT INVALID KEY
962268                 DISPLAY ">>> Tier updated."
962268         END-REWRITE
962269     ELSE
962269         WRITE LATE-CHARGE-RECORD
962270             INVALID KEY
962270                 DISPLAY "Add failed."
962271             NOT INVALID KEY
962271                 DISPLAY ">>> Tier added."
962272         END-WRITE
962272     END-IF
962273     CLOSE LATE-CHARGE-FILE
962273     EXIT.
962274 REMOVE-LATE-TIER.
962274     PERFORM OPEN-LATE-IO
962275     MOVE 'N' TO WS-TIER-FOUND
962275     DISPLAY "Installments up to amount: " WITH NO ADVANCING
962276     ACCEPT LC-UP-TO-AMOUNT
962276     READ LATE-CHARGE-FILE
962277         INVALID KEY
962277             DISPLAY "Tier not found."
962278         NOT INVALID KEY
962278             MOVE 'Y' TO WS-TIER-FOUND
962279     END-READ
962279     IF WS-TIER-FOUND = 'Y'
962280         DELETE LATE-CHARGE-FILE
962280             INVALID KEY
962281                 DISPLAY "Remove failed."
962281             NOT INVALID KEY
962282                 DISPLAY ">>> Tier removed."
962282         END-DELETE
962283     END-IF
962283     CLOSE LATE-CHARGE-FILE
962284     EXIT.
