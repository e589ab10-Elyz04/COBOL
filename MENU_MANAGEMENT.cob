807096 01  WS-SECONDS-OF-DAY     PIC 9(5).
511457 01  WS-XL-PROGRAM-NAME    PIC X(20).
726645 01  WS-XL-MESSAGE         PIC X(50).
965601 01  WS-BATCH-FLAG         PIC X VALUE 'O'.
965601 01  WS-MEMO-BUS-DATE      PIC 9(8) VALUE 0.
965602 01  WS-OPTION-REFUSED     PIC X VALUE 'N'.
966001 01  WS-SESSION-FORCED     PIC X VALUE 'N'.
966001 01  WS-SESSION-FUNCTION   PIC X(8).
966002 01  WS-SESSION-ACTOR      PIC X(20) VALUE SPACES.
966002 01  WS-SESSION-RESULT     PIC X.
608214 LINKAGE SECTION.
813434 01  LS-USERNAME           PIC X(20).
582622 01  LS-ROLE               PIC X(10).
916961 01  LS-EXIT-REASON        PIC X.
966003*Sign-on session registered by LOGIN.
966003 01  LS-SESSION-ID         PIC 9(8).
966004 PROCEDURE DIVISION USING LS-USERNAME LS-ROLE LS-EXIT-REASON
966004     LS-SESSION-ID.
858350 MAIN-PARA.
858350     CALL "SYSTEM" USING "CLS".
966005     MOVE 0 TO WS-MENU-OPTION
966005     MOVE 'N' TO WS-SESSION-EXPIRED
966006     MOVE 'N' TO WS-SESSION-FORCED
858350     PERFORM TOUCH-ACTIVITY.
976181     PERFORM UNTIL WS-MENU-OPTION = 20
858350         OR WS-SESSION-EXPIRED = 'Y'
966006         OR WS-SESSION-FORCED = 'Y'
522241         PERFORM DISPLAY-HEADER
522242         PERFORM DISPLAY-MENU
522242         PERFORM CHECK-IDLE-TIMEOUT
522243             DISPLAY "Session timed out due to inactivity."
682310             DISPLAY "Returning to login..."
682311         ELSE
966007*A logoff forced by a supervisor takes effect here, before the
966007*selected option runs.
966008             PERFORM TOUCH-ACTIVITY
966008             IF WS-SESSION-FORCED = 'N'
966009                 AND WS-SESSION-EXPIRED = 'N'
966009                 PERFORM LOG-NAVIGATION
966010                 PERFORM SCREEN-BATCH-OPTION
966010                 IF WS-OPTION-REFUSED = 'N'
966011                     PERFORM PROCESS-OPTION
966011                 END-IF
966012                 PERFORM TOUCH-ACTIVITY
966012             END-IF
659855         END-IF
659855     END-PERFORM.
966013     EVALUATE TRUE
966013         WHEN WS-SESSION-FORCED = 'Y'
966014             MOVE 'F' TO LS-EXIT-REASON
966014         WHEN WS-SESSION-EXPIRED = 'Y'
966015             MOVE 'T' TO LS-EXIT-REASON
966015         WHEN OTHER
966016             MOVE "END" TO WS-SESSION-FUNCTION
966016             CALL "SESSION_CONTROL" USING WS-SESSION-FUNCTION
966017                 LS-USERNAME LS-SESSION-ID WS-SESSION-ACTOR
966017                 WS-SESSION-RESULT
966018             MOVE 'E' TO LS-EXIT-REASON
966018     END-EVALUATE
593706     GOBACK.
498131 DISPLAY-HEADER.
498131     DISPLAY "+---------------------------------+".
824120     DISPLAY "| 9. Holiday calendar             |".
835242     DISPLAY "| 10. Customer summary inquiry    |".
839745     DISPLAY "| 11. Pending approvals           |".
956901     DISPLAY "| 12. Suspicious activity alerts  |".
959801     DISPLAY "| 13. Legal orders                |".
962301     DISPLAY "| 14. Late charge table           |".
964601     DISPLAY "| 15. Branch vault                |".
972101     DISPLAY "| 16. Product master              |".
973201     DISPLAY "| 17. GL proof breaks             |".
974201     DISPLAY "| 18. FX rate table               |".
976181     DISPLAY "| 19. Safe deposit boxes          |".
976182     DISPLAY "| 20. Exit program                |".
146936     DISPLAY "+---------------------------------+".
976182     DISPLAY "Select an option (1-20): " WITH NO ADVANCING
606584     ACCEPT WS-MENU-OPTION
606584     EXIT.
994664 GET-SECONDS-OF-DAY.
955269 TOUCH-ACTIVITY.
955269     PERFORM GET-SECONDS-OF-DAY
955269     MOVE WS-SECONDS-OF-DAY TO WS-LAST-ACTIVITY-SECS
966019     MOVE "TOUCH" TO WS-SESSION-FUNCTION
966019     CALL "SESSION_CONTROL" USING WS-SESSION-FUNCTION LS-USERNAME
966020         LS-SESSION-ID WS-SESSION-ACTOR WS-SESSION-RESULT
966020     EVALUATE WS-SESSION-RESULT
966021         WHEN 'F'
966021             MOVE 'Y' TO WS-SESSION-FORCED
966022             DISPLAY "Session ended by a supervisor."
966022             DISPLAY "Returning to login..."
966023         WHEN 'T'
966023*Closed as abandoned when the user signed on elsewhere.
966024             MOVE 'Y' TO WS-SESSION-EXPIRED
966024             DISPLAY "Session timed out due to inactivity."
966025             DISPLAY "Returning to login..."
966025         WHEN OTHER
966026             CONTINUE
966026     END-EVALUATE
223395     EXIT.
154596 CHECK-IDLE-TIMEOUT.
154596     PERFORM GET-SECONDS-OF-DAY
154597         WS-NOW-SECS - WS-LAST-ACTIVITY-SECS
154597     IF WS-IDLE-ELAPSED-SECS > (WS-IDLE-LIMIT-MINS * 60)
746966         MOVE 'Y' TO WS-SESSION-EXPIRED
966027         MOVE "TIMEOUT" TO WS-SESSION-FUNCTION
966027         CALL "SESSION_CONTROL" USING WS-SESSION-FUNCTION
966028             LS-USERNAME LS-SESSION-ID WS-SESSION-ACTOR
966028             WS-SESSION-RESULT
746966     END-IF
746967     EXIT.
835496 LOG-NAVIGATION.
977130     WRITE NAV-AUDIT-RECORD
977131     CLOSE NAV-AUDIT-FILE
977131     EXIT.
965605 SCREEN-BATCH-OPTION.
965605*While the end-of-day batch runs, the maintenance functions whose
965606*files the batch reads are closed.  Account and transaction
965606*management screen their own options.
965607     MOVE 'N' TO WS-OPTION-REFUSED
965607     CALL "BATCH_WINDOW_CHECK" USING WS-BATCH-FLAG
965608         WS-MEMO-BUS-DATE
965608     IF WS-BATCH-FLAG = 'B'
965609         EVALUATE WS-MENU-OPTION
965609             WHEN 1 WHEN 5 WHEN 8 WHEN 9 WHEN 11 WHEN 12
976183             WHEN 13 WHEN 14 WHEN 16 WHEN 18 WHEN 19
965610                 MOVE 'Y' TO WS-OPTION-REFUSED
965611                 DISPLAY "End-of-day batch in progress - this"
965611                     " function is not available."
965612                 DISPLAY "Try again once the batch has finished."
965612                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
965613                 MOVE SPACES TO WS-XL-MESSAGE
965613                 STRING "Refused during EOD batch - option "
965614                     DELIMITED BY SIZE
965614                     WS-MENU-OPTION DELIMITED BY SIZE
965615                     INTO WS-XL-MESSAGE
965615                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
965616                     LS-USERNAME WS-XL-MESSAGE
965616             WHEN OTHER
965617                 CONTINUE
965617         END-EVALUATE
965618     END-IF
965618     EXIT.
821717 PROCESS-OPTION.
821717     EVALUATE WS-MENU-OPTION
821717         WHEN 1
839751                     LS-USERNAME WS-XL-MESSAGE
839752             END-IF
839752         WHEN 12
956901             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
956902                 TO WS-UP-ROLE
956902             IF WS-UP-ROLE = "SUPERVISOR"
956903                 DISPLAY ">>> Opening Activity Alerts..."
956903                 CALL "ALERT_REVIEW" USING LS-USERNAME
956904             ELSE
956904                 DISPLAY "Access denied - supervisor only."
956905                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
956905                 MOVE "Access denied - activity alerts"
956906                     TO WS-XL-MESSAGE
956906                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
956907                     LS-USERNAME WS-XL-MESSAGE
956907             END-IF
956908         WHEN 13
959802             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
959802                 TO WS-UP-ROLE
959803             IF WS-UP-ROLE = "SUPERVISOR"
959803                 DISPLAY ">>> Opening Legal Orders..."
959804                 CALL "LEGAL_ORDER_MAINT" USING LS-USERNAME
959804             ELSE
959805                 DISPLAY "Access denied - supervisor only."
959805                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
959806                 MOVE "Access denied - legal orders"
959806                     TO WS-XL-MESSAGE
959807                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
959807                     LS-USERNAME WS-XL-MESSAGE
959808             END-IF
959808         WHEN 14
962302             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
962302                 TO WS-UP-ROLE
962303             IF WS-UP-ROLE = "SUPERVISOR"
962303                 DISPLAY ">>> Opening Late Charge Table..."
962304                 CALL "LATE_CHARGE_MAINT"
962304             ELSE
962305                 DISPLAY "Access denied - supervisor only."
962305                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
962306                 MOVE "Access denied - late charge table"
962306                     TO WS-XL-MESSAGE
962307                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
962307                     LS-USERNAME WS-XL-MESSAGE
962308             END-IF
962308         WHEN 15
964602             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
964602                 TO WS-UP-ROLE
964603             IF WS-UP-ROLE = "SUPERVISOR"
964603                 DISPLAY ">>> Opening Branch Vault..."
964604                 CALL "VAULT_MANAGEMENT" USING LS-USERNAME
964604             ELSE
964605                 DISPLAY "Access denied - supervisor only."
964605                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
964606                 MOVE "Access denied - branch vault"
964606                     TO WS-XL-MESSAGE
964607                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
964607                     LS-USERNAME WS-XL-MESSAGE
964608             END-IF
972103         WHEN 16
972104             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
972104                 TO WS-UP-ROLE
972105             IF WS-UP-ROLE = "SUPERVISOR"
972105                 DISPLAY ">>> Opening Product Master..."
972106                 CALL "PRODUCT_MAINT" USING LS-USERNAME
972106             ELSE
972107                 DISPLAY "Access denied - supervisor only."
972107                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
972108                 MOVE "Access denied - product master"
972108                     TO WS-XL-MESSAGE
972109                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
972109                     LS-USERNAME WS-XL-MESSAGE
972110             END-IF
973203         WHEN 17
973203             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
973204                 TO WS-UP-ROLE
973204             IF WS-UP-ROLE = "SUPERVISOR"
973205                 DISPLAY ">>> Opening GL Proof Break Review..."
973205                 CALL "GL_BREAK_REVIEW" USING LS-USERNAME
973206             ELSE
973206                 DISPLAY "Access denied - supervisor only."
973207                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
973207                 MOVE "Access denied - GL proof breaks"
973208                     TO WS-XL-MESSAGE
973208                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
973209                     LS-USERNAME WS-XL-MESSAGE
973209             END-IF
974203         WHEN 18
974204             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
974204                 TO WS-UP-ROLE
974205             IF WS-UP-ROLE = "SUPERVISOR"
974205                 DISPLAY ">>> Opening FX Rate Maintenance..."
974206                 CALL "FX_RATE_MAINT" USING LS-USERNAME
974206             ELSE
974207                 DISPLAY "Access denied - supervisor only."
974207                 MOVE "MENU_MANAGEMENT" TO WS-XL-PROGRAM-NAME
974208                 MOVE "Access denied - FX rate table"
974208                     TO WS-XL-MESSAGE
974209                 CALL "EXCEPTION_LOG" USING WS-XL-PROGRAM-NAME
974209                     LS-USERNAME WS-XL-MESSAGE
974210             END-IF
976183         WHEN 19
976184             DISPLAY ">>> Opening Safe Deposit Boxes..."
976184             CALL "SAFE_DEPOSIT_MAINT" USING LS-USERNAME LS-ROLE
976185         WHEN 20
454095             DISPLAY ">>> Exiting program..."
454095         WHEN OTHER
612843             DISPLAY "Invalid option. Please try again."
