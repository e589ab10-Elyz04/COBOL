831403         FILE STATUS IS WS-WATCH-FILE-STATUS.
831403     SELECT WATCH-HIT-FILE ASSIGN TO "WATCHHIT.DAT"
831404         ORGANIZATION IS LINE SEQUENTIAL.
957701     SELECT CUSTOMER-RISK-FILE ASSIGN TO "CUSTRISK.DAT"
957701         ORGANIZATION IS INDEXED
957702         ACCESS MODE IS DYNAMIC
957702         RECORD KEY IS KYC-CUST-ID
957703         FILE STATUS IS WS-KYC-FILE-STATUS.
966501     SELECT PRIVACY-LOG-FILE ASSIGN TO "PRIVLOG.DAT"
966501         ORGANIZATION IS LINE SEQUENTIAL.
969101     SELECT CUSTOMER-DELIVERY-FILE ASSIGN TO "CUSTDLV.DAT"
969101         ORGANIZATION IS INDEXED
969102         ACCESS MODE IS DYNAMIC
969102         RECORD KEY IS DLV-CUST-ID
969103         FILE STATUS IS WS-DLV-FILE-STATUS.
449996 DATA DIVISION.
200058 FILE SECTION.
612720 FD  CUSTOMER-MASTER-FILE.
831408     05  WH-CUST-SSN             PIC 9(9).
831409     05  WH-OPERATOR             PIC X(20).
831409     05  WH-DECISION             PIC X(10).
957704 FD  CUSTOMER-RISK-FILE.
957704     COPY KYCREC.
966502 FD  PRIVACY-LOG-FILE.
966502     COPY PRIVREC.
969103 FD  CUSTOMER-DELIVERY-FILE.
969104     COPY DLVREC.
314982 FD  CUSTOMER-HISTORY-FILE.
743859 01  CUST-HISTORY-RECORD.
743860     05  CH-CUST-ID              PIC 9(6).
809952     05  CH-OPERATOR             PIC X(20).
485766     05  CH-TIMESTAMP            PIC 9(14).
257519 WORKING-STORAGE SECTION.
966503 01  WS-MENU-OPTION          PIC 99 VALUE 0.
446957 01  WS-CUST-FILE-STATUS     PIC XX VALUE "00".
706252 01  WS-EOF-FLAG             PIC X VALUE 'N'.
190396 01  WS-RECORD-FOUND         PIC X VALUE 'N'.
831413 01  WS-NEW-FULL-NAME         PIC X(36).
831414 01  WS-WL-UP-NAME            PIC X(35).
831414 01  WS-WATCH-DECISION        PIC X(10).
957705 01  WS-KYC-FILE-STATUS       PIC XX VALUE "00".
957705 01  WS-RISK-FOUND            PIC X VALUE 'N'.
957706 01  WS-RISK-SAVED            PIC X VALUE 'N'.
957706 01  WS-RISK-ACTION           PIC X.
957707 01  WS-REVIEW-CHOICE         PIC 9 VALUE 0.
957707 01  WS-REVIEW-OUTCOME        PIC X(10).
957708 01  WS-REVIEW-NOTE           PIC X(40).
957708 01  WS-OVERRIDE-REASON       PIC X(30).
957709 01  WS-OLD-RATING            PIC X.
957709 01  WS-RATING-CODE           PIC X.
957710 01  WS-RATING-TEXT           PIC X(7).
957710 01  WS-EXTPAY-DISPLAY        PIC -Z,ZZZ,ZZZ,ZZ9.99.
966504 01  WS-PII-TYPE              PIC X(5).
966504 01  WS-PII-VALUE             PIC X(40).
966505 01  WS-PII-MASKED            PIC X(40).
966505 01  WS-MASKED-SSN            PIC X(9).
966506 01  WS-MASKED-DOB            PIC X(10).
966506 01  WS-REVEAL-REASON         PIC X(40).
969104 01  WS-DLV-FILE-STATUS       PIC XX VALUE "00".
969105 01  WS-DLV-FOUND             PIC X VALUE 'N'.
969105 01  WS-DLV-SAVED             PIC X VALUE 'N'.
969106 01  WS-DLV-ACTION            PIC X.
969106 01  WS-DLV-CHOICE            PIC X.
969107 01  WS-DLV-NOTE              PIC X(30).
969107 01  WS-DLV-PREF-TEXT         PIC X(11).
969108 01  WS-DLV-FUNCTION          PIC X(8).
969108 01  WS-DLV-PAPER             PIC X.
969109 01  WS-DLV-ELECTRONIC        PIC X.
969109 01  WS-DLV-RESULT            PIC X.
289793 LINKAGE SECTION.
819322 01  LS-USERNAME              PIC X(20).
803403 01  LS-ROLE                  PIC X(10).
968282 PROCEDURE DIVISION USING LS-USERNAME LS-ROLE.
296015 MAIN-PARA.
296015     CALL "SYSTEM" USING "CLS".
969110     PERFORM UNTIL WS-MENU-OPTION = 11
578121         PERFORM DISPLAY-HEADER
578122         PERFORM DISPLAY-MENU
578122         PERFORM PROCESS-OPTION
803404     DISPLAY "| 4. Close customer              |".
803404     DISPLAY "| 5. Reopen customer             |".
831415     DISPLAY "| 6. Watchlist maintenance       |".
957712     DISPLAY "| 7. Risk rating review          |".
958401     DISPLAY "| 8. Deceased / estates          |".
966508     DISPLAY "| 9. Reveal SSN                  |".
969110     DISPLAY "| 10. Mail delivery / returned   |".
969111     DISPLAY "| 11. Go back                    |".
273659     DISPLAY "+---------------------------------+".
969111     DISPLAY "Select an option (1-11): " WITH NO ADVANCING
273660     ACCEPT WS-MENU-OPTION
486378     EXIT.
581908 PROCESS-OPTION.
993403                     TO WS-XL-MESSAGE
993404                 PERFORM LOG-ACCESS-DENIED
831418             END-IF
957714         WHEN 7
957714             PERFORM RISK-RATING-REVIEW
958403         WHEN 8
958403             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
958404                 TO WS-UP-ROLE
958404             IF WS-UP-ROLE = "SUPERVISOR"
958405                 CALL "ESTATE_MANAGEMENT" USING LS-USERNAME
958405                     LS-ROLE
958406             ELSE
958406                 DISPLAY "Access denied - supervisor only."
958407                 MOVE "Access denied - estate processing"
958407                     TO WS-XL-MESSAGE
958408                 PERFORM LOG-ACCESS-DENIED
958408             END-IF
966510         WHEN 9
966510             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
966511                 TO WS-UP-ROLE
966511             IF WS-UP-ROLE = "SUPERVISOR"
966512                 PERFORM REVEAL-SSN
966512             ELSE
966513                 DISPLAY "Access denied - supervisor only."
966513                 MOVE "Access denied - SSN reveal"
966514                     TO WS-XL-MESSAGE
966514                 PERFORM LOG-ACCESS-DENIED
966515             END-IF
969112         WHEN 10
969112             PERFORM MAIL-DELIVERY
969113         WHEN 11
115601             DISPLAY ">>> Returning to previous menu..."
115602         WHEN OTHER
964635             DISPLAY "Invalid option. Please try again."
913642         DISPLAY CUST-ID " " CUST-FIRST-NAME " "
923269         DISPLAY CUST-LAST-NAME " " CUST-PHONE
923269         DISPLAY "       " CUST-STATUS
966516         PERFORM DISPLAY-MASKED-PII
923270         PERFORM DISPLAY-LINKED-ACCOUNTS
923270         ADD 1 TO WS-PAGE-COUNT
263167         IF WS-PAGE-COUNT >= WS-PAGE-SIZE
441505             NOT INVALID KEY
441506                 DISPLAY ">>> Customer updated."
441507                 PERFORM LOG-CUSTOMER-CHANGES
969113                 PERFORM CHECK-ADDRESS-CHANGE
441507         END-REWRITE
441507     END-IF
268198     CLOSE CUSTOMER-MASTER-FILE
997112         PERFORM WRITE-HISTORY-RECORD
997112     END-IF
997112     EXIT.
969114 CHECK-ADDRESS-CHANGE.
969114*Paper mail held back because it was being returned resumes once
969115*the address has been changed.
969115     IF WS-OLD-STREET NOT = CUST-ADDR-STREET
969116         OR WS-OLD-CITY NOT = CUST-ADDR-CITY
969116         OR WS-OLD-STATE NOT = CUST-ADDR-STATE
969117         OR WS-OLD-ZIP NOT = CUST-ADDR-ZIP
969117         MOVE "ADDRCHG" TO WS-DLV-FUNCTION
969118         CALL "DELIVERY_CONTROL" USING WS-DLV-FUNCTION CUST-ID
969118             CUST-EMAIL LS-USERNAME WS-DLV-PAPER WS-DLV-ELECTRONIC
969119             WS-DLV-RESULT
969119         IF WS-DLV-RESULT = 'Y'
969120             MOVE "RETURNED-MAIL" TO CH-FIELD-NAME
969120             MOVE "Y" TO CH-OLD-VALUE
969121             MOVE "N ADDRESS CHANGED" TO CH-NEW-VALUE
969121             PERFORM WRITE-HISTORY-RECORD
969122             DISPLAY ">>> Returned mail cleared - paper mail"
969122                 " resumes."
969123         END-IF
969123     END-IF
969124     EXIT.
831600 OPEN-WATCHLIST-IO.
831600     OPEN I-O WATCHLIST-FILE
831601     IF WS-WATCH-FILE-STATUS = "35"
832203             AT END
832203                 MOVE 'Y' TO WS-WATCH-EOF
832203             NOT AT END
966517                 MOVE "SSN" TO WS-PII-TYPE
966517                 MOVE WL-SSN TO WS-PII-VALUE
966518                 CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE
966518                     WS-PII-MASKED
966519                 DISPLAY WL-ID "  " WL-NAME "  "
966519                     WS-PII-MASKED(1:9)
832204         END-READ
832205     END-PERFORM
832205     CLOSE WATCHLIST-FILE
803503             MOVE 'Y' TO WS-RECORD-FOUND
803503     END-READ
803504     IF WS-RECORD-FOUND = 'Y'
958410*A deceased customer is closed once the estate is settled.
958410         IF CUST-STATUS NOT = 'A' AND CUST-STATUS NOT = 'D'
803504             DISPLAY "Customer is not active."
803505         ELSE
803505             PERFORM CHECK-CUSTOMER-ACCOUNTS
803911     END-IF
803911     CLOSE CUSTOMER-MASTER-FILE
803911     EXIT.
957721 RISK-RATING-REVIEW.
957721     PERFORM OPEN-CUSTOMER-IO
957722     MOVE 'N' TO WS-RECORD-FOUND
957722     DISPLAY "Enter customer ID for risk review: "
957723         WITH NO ADVANCING
957723     ACCEPT CUST-ID
957724     READ CUSTOMER-MASTER-FILE
957724         INVALID KEY
957725             DISPLAY "Customer not found."
957725         NOT INVALID KEY
957726             MOVE 'Y' TO WS-RECORD-FOUND
957726     END-READ
957727     IF WS-RECORD-FOUND = 'Y'
957727         PERFORM OPEN-RISK-IO
957728         PERFORM SHOW-RISK-PROFILE
957728         DISPLAY "(R)ecord review, (O)verride rating, (Q)uit: "
957729             WITH NO ADVANCING
957729         ACCEPT WS-RISK-ACTION
957730         MOVE FUNCTION UPPER-CASE(WS-RISK-ACTION)
957730             TO WS-RISK-ACTION
957731         EVALUATE WS-RISK-ACTION
957731             WHEN 'R'
957732                 PERFORM RECORD-RISK-REVIEW
957732             WHEN 'O'
957733                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-ROLE))
957733                     TO WS-UP-ROLE
957734                 IF WS-UP-ROLE = "SUPERVISOR"
957734                     PERFORM OVERRIDE-RISK-RATING
957735                 ELSE
957735                     DISPLAY "Access denied - supervisor only."
957736                     MOVE "Access denied - risk override"
957736                         TO WS-XL-MESSAGE
957737                     PERFORM LOG-ACCESS-DENIED
957737                 END-IF
957738             WHEN OTHER
957738                 CONTINUE
957739         END-EVALUATE
957739         CLOSE CUSTOMER-RISK-FILE
957740     END-IF
957740     CLOSE CUSTOMER-MASTER-FILE
957741     EXIT.
957741 OPEN-RISK-IO.
957742     OPEN I-O CUSTOMER-RISK-FILE
957742     IF WS-KYC-FILE-STATUS = "35"
957743         OPEN OUTPUT CUSTOMER-RISK-FILE
957743         CLOSE CUSTOMER-RISK-FILE
957744         OPEN I-O CUSTOMER-RISK-FILE
957744     END-IF
957745     EXIT.
957745 SHOW-RISK-PROFILE.
957746     MOVE 'N' TO WS-RISK-FOUND
957746     MOVE CUST-ID TO KYC-CUST-ID
957747     READ CUSTOMER-RISK-FILE
957747         INVALID KEY
957748             CONTINUE
957748         NOT INVALID KEY
957749             MOVE 'Y' TO WS-RISK-FOUND
957749     END-READ
957750     DISPLAY "Customer      : " CUST-ID " "
957750         FUNCTION TRIM(CUST-FIRST-NAME) " "
957751         FUNCTION TRIM(CUST-LAST-NAME)
957751*A customer the recalculation has not reached yet starts out
957752*provisionally low until the next run scores the factors.
957752     IF WS-RISK-FOUND = 'N'
957753         DISPLAY "No risk rating on file yet."
957753         INITIALIZE CUSTOMER-RISK-RECORD
957754         MOVE CUST-ID TO KYC-CUST-ID
957754         MOVE 'L' TO KYC-RATING
957755         MOVE SPACE TO KYC-CALC-RATING
957755         MOVE 'N' TO KYC-OVERRIDE
957756     ELSE
957756         MOVE KYC-RATING TO WS-RATING-CODE
957757         PERFORM FORMAT-RISK-RATING
957757         IF KYC-OVERRIDE = 'Y'
957758             DISPLAY "Risk rating   : " WS-RATING-TEXT
957758                 " (override)"
957759             DISPLAY "Override      : " KYC-OVERRIDE-REASON
957759                 " by " FUNCTION TRIM(KYC-OVERRIDE-BY)
957760         ELSE
957760             DISPLAY "Risk rating   : " WS-RATING-TEXT
957761         END-IF
957761         MOVE KYC-CALC-RATING TO WS-RATING-CODE
957762         PERFORM FORMAT-RISK-RATING
957762         DISPLAY "Calculated    : " WS-RATING-TEXT " score "
957763             KYC-SCORE " as of " KYC-CALC-DATE
957763         DISPLAY "Watch hits    : " KYC-WATCH-HITS
957764         DISPLAY "CTR days 12m  : " KYC-CTR-COUNT
957764         DISPLAY "Open products : " KYC-PRODUCT-COUNT
957765         MOVE KYC-EXTPAY-AMOUNT TO WS-EXTPAY-DISPLAY
957765         DISPLAY "Ext pay 90d   : " WS-EXTPAY-DISPLAY
957766         DISPLAY "Customer since: " KYC-REL-START-DATE
957766         DISPLAY "Last review   : " KYC-LAST-REVIEW-DATE " "
957767             KYC-REVIEW-OUTCOME
957767         DISPLAY "Next review   : " KYC-NEXT-REVIEW-DATE
957768     END-IF
957768     EXIT.
957769 FORMAT-RISK-RATING.
957769     EVALUATE WS-RATING-CODE
957770         WHEN 'H'
957770             MOVE "HIGH" TO WS-RATING-TEXT
957771         WHEN 'M'
957771             MOVE "MEDIUM" TO WS-RATING-TEXT
957772         WHEN 'L'
957772             MOVE "LOW" TO WS-RATING-TEXT
957773         WHEN OTHER
957773             MOVE "NONE" TO WS-RATING-TEXT
957774     END-EVALUATE
957774     EXIT.
957775 RECORD-RISK-REVIEW.
957775     MOVE SPACES TO WS-REVIEW-OUTCOME
957776     DISPLAY "Outcome: 1=Cleared 2=Enhanced DD 3=Exit customer: "
957776         WITH NO ADVANCING
957777     ACCEPT WS-REVIEW-CHOICE
957777     EVALUATE WS-REVIEW-CHOICE
957778         WHEN 1
957778             MOVE "CLEARED" TO WS-REVIEW-OUTCOME
957779         WHEN 2
957779             MOVE "ENHANCED" TO WS-REVIEW-OUTCOME
957780         WHEN 3
957780             MOVE "EXIT" TO WS-REVIEW-OUTCOME
957781         WHEN OTHER
957781             DISPLAY "Invalid outcome."
957782     END-EVALUATE
957782     IF WS-REVIEW-OUTCOME NOT = SPACES
957783         MOVE SPACES TO WS-REVIEW-NOTE
957783         DISPLAY "Review note: " WITH NO ADVANCING
957784         ACCEPT WS-REVIEW-NOTE
957784         IF WS-REVIEW-NOTE = SPACES
957785             DISPLAY "A review note is required."
957785         ELSE
957786             MOVE SPACES TO CH-OLD-VALUE
957786             STRING KYC-LAST-REVIEW-DATE DELIMITED BY SIZE
957787                 " " DELIMITED BY SIZE
957787                 KYC-REVIEW-OUTCOME DELIMITED BY SIZE
957788                 INTO CH-OLD-VALUE
957788             ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
957789             MOVE WS-DATE-PART TO KYC-LAST-REVIEW-DATE
957789             MOVE WS-REVIEW-OUTCOME TO KYC-REVIEW-OUTCOME
957790             MOVE WS-REVIEW-NOTE TO KYC-REVIEW-NOTE
957790             MOVE LS-USERNAME TO KYC-REVIEWED-BY
957791             CALL "RISK_REVIEW_DATE" USING KYC-RATING
957791                 KYC-LAST-REVIEW-DATE KYC-REL-START-DATE
957792                 KYC-NEXT-REVIEW-DATE
957792             PERFORM SAVE-RISK-RECORD
957793             IF WS-RISK-SAVED = 'Y'
957793                 MOVE "RISK-REVIEW" TO CH-FIELD-NAME
957794                 MOVE SPACES TO CH-NEW-VALUE
957794                 STRING FUNCTION TRIM(WS-REVIEW-OUTCOME)
957795                     DELIMITED BY SIZE
957795                     " " DELIMITED BY SIZE
957796                     WS-REVIEW-NOTE DELIMITED BY SIZE
957796                     INTO CH-NEW-VALUE
957797                 PERFORM WRITE-HISTORY-RECORD
957797                 DISPLAY ">>> Review recorded. Next review: "
957798                     KYC-NEXT-REVIEW-DATE
957798             END-IF
957799         END-IF
957799     END-IF
957800     EXIT.
957800 OVERRIDE-RISK-RATING.
957801     DISPLAY "New rating (L/M/H, C to clear override): "
957801         WITH NO ADVANCING
957802     ACCEPT WS-RISK-ACTION
957802     MOVE FUNCTION UPPER-CASE(WS-RISK-ACTION) TO WS-RISK-ACTION
957803     IF WS-RISK-ACTION NOT = 'L' AND NOT = 'M' AND NOT = 'H'
957803         AND NOT = 'C'
957804         DISPLAY "Invalid rating."
957804     ELSE
957805         IF WS-RISK-ACTION = 'C' AND KYC-OVERRIDE NOT = 'Y'
957805             DISPLAY "No override in force."
957806         ELSE
957806             MOVE SPACES TO WS-OVERRIDE-REASON
957807             DISPLAY "Reason: " WITH NO ADVANCING
957807             ACCEPT WS-OVERRIDE-REASON
957808             IF WS-OVERRIDE-REASON = SPACES
957808                 DISPLAY "A reason is required."
957809             ELSE
957809                 PERFORM APPLY-RISK-OVERRIDE
957810             END-IF
957810         END-IF
957811     END-IF
957811     EXIT.
957812 APPLY-RISK-OVERRIDE.
957812     MOVE KYC-RATING TO WS-OLD-RATING
957813     IF WS-RISK-ACTION = 'C'
957813         MOVE 'N' TO KYC-OVERRIDE
957814         MOVE SPACES TO KYC-OVERRIDE-REASON
957814         MOVE SPACES TO KYC-OVERRIDE-BY
957815         IF KYC-CALC-RATING = SPACE
957815             MOVE 'L' TO KYC-RATING
957816         ELSE
957816             MOVE KYC-CALC-RATING TO KYC-RATING
957817         END-IF
957817     ELSE
957818         MOVE 'Y' TO KYC-OVERRIDE
957818         MOVE WS-RISK-ACTION TO KYC-RATING
957819         MOVE WS-OVERRIDE-REASON TO KYC-OVERRIDE-REASON
957819         MOVE LS-USERNAME TO KYC-OVERRIDE-BY
957820     END-IF
957820     CALL "RISK_REVIEW_DATE" USING KYC-RATING
957821         KYC-LAST-REVIEW-DATE KYC-REL-START-DATE
957821         KYC-NEXT-REVIEW-DATE
957822     PERFORM SAVE-RISK-RECORD
957822     IF WS-RISK-SAVED = 'Y'
957823         MOVE "RISK-RATING" TO CH-FIELD-NAME
957823         MOVE WS-OLD-RATING TO CH-OLD-VALUE
957824         MOVE SPACES TO CH-NEW-VALUE
957824         STRING KYC-RATING DELIMITED BY SIZE
957825             " " DELIMITED BY SIZE
957825             WS-OVERRIDE-REASON DELIMITED BY SIZE
957826             INTO CH-NEW-VALUE
957826         PERFORM WRITE-HISTORY-RECORD
957827         MOVE KYC-RATING TO WS-RATING-CODE
957827         PERFORM FORMAT-RISK-RATING
957828         DISPLAY ">>> Rating now " WS-RATING-TEXT
957828             " next review: " KYC-NEXT-REVIEW-DATE
957829     END-IF
957829     EXIT.
957830 SAVE-RISK-RECORD.
957830     MOVE 'N' TO WS-RISK-SAVED
957831     IF WS-RISK-FOUND = 'Y'
957831         REWRITE CUSTOMER-RISK-RECORD
957832             INVALID KEY
957832                 DISPLAY "Risk record update failed."
957833             NOT INVALID KEY
957833                 MOVE 'Y' TO WS-RISK-SAVED
957834         END-REWRITE
957834     ELSE
957835         WRITE CUSTOMER-RISK-RECORD
957835             INVALID KEY
957836                 DISPLAY "Risk record write failed."
957836             NOT INVALID KEY
957837                 MOVE 'Y' TO WS-RISK-SAVED
957837                 MOVE 'Y' TO WS-RISK-FOUND
957838         END-WRITE
957838     END-IF
957839     EXIT.
966520 DISPLAY-MASKED-PII.
966520*SSN, date of birth and email are never shown in full on the
966521*search list; a supervisor can reveal an SSN through REVEAL-SSN.
966521     MOVE "SSN" TO WS-PII-TYPE
966522     MOVE CUST-SSN TO WS-PII-VALUE
966522     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966523     MOVE WS-PII-MASKED TO WS-MASKED-SSN
966523     MOVE "DOB" TO WS-PII-TYPE
966524     MOVE CUST-DOB TO WS-PII-VALUE
966524     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966525     MOVE WS-PII-MASKED TO WS-MASKED-DOB
966525     MOVE "EMAIL" TO WS-PII-TYPE
966526     MOVE CUST-EMAIL TO WS-PII-VALUE
966526     CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE WS-PII-MASKED
966527     DISPLAY "       SSN " WS-MASKED-SSN "  DOB " WS-MASKED-DOB
966527     DISPLAY "       " FUNCTION TRIM(WS-PII-MASKED)
966528     EXIT.
966528 REVEAL-SSN.
966529*Shows one customer's full SSN.  A reason is required and every
966529*reveal is written to the privacy access log before it is shown.
966530     PERFORM OPEN-CUSTOMER-IO
966530     MOVE 'N' TO WS-RECORD-FOUND
966531     DISPLAY "Enter customer ID: " WITH NO ADVANCING
966531     ACCEPT CUST-ID
966532     READ CUSTOMER-MASTER-FILE
966532         INVALID KEY
966533             DISPLAY "Customer not found."
966533         NOT INVALID KEY
966534             MOVE 'Y' TO WS-RECORD-FOUND
966534     END-READ
966535     IF WS-RECORD-FOUND = 'Y'
966535         MOVE SPACES TO WS-REVEAL-REASON
966536         DISPLAY "Reason for viewing the SSN: " WITH NO ADVANCING
966536         ACCEPT WS-REVEAL-REASON
966537         IF WS-REVEAL-REASON = SPACES
966537             DISPLAY "A reason is required - SSN not shown."
966538         ELSE
966538             PERFORM WRITE-PRIVACY-LOG
966539             DISPLAY "Customer : " CUST-ID " " CUST-FIRST-NAME
966539                 " " CUST-LAST-NAME
966540             DISPLAY "SSN      : " CUST-SSN
966540         END-IF
966541     END-IF
966541     CLOSE CUSTOMER-MASTER-FILE
966542     EXIT.
966542 WRITE-PRIVACY-LOG.
966543     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
966543     ACCEPT WS-TIME-PART FROM TIME
966544     COMPUTE PV-TIMESTAMP =
966544         (WS-DATE-PART * 1000000) + (WS-TIME-PART / 100)
966545     MOVE LS-USERNAME TO PV-OPERATOR
966545     MOVE CUST-ID TO PV-CUST-ID
966546     MOVE "SSN" TO PV-FIELD
966546     MOVE "CUSTOMER_MANAGEMENT" TO PV-PROGRAM
966547     MOVE WS-REVEAL-REASON TO PV-REASON
966547     OPEN EXTEND PRIVACY-LOG-FILE
966548     WRITE PRIVACY-LOG-RECORD
966548     CLOSE PRIVACY-LOG-FILE
966549     EXIT.
969124 MAIL-DELIVERY.
969125*Delivery preference and returned mail for one customer.  The
969125*statement and notice runs read these through DELIVERY_CONTROL.
969126     PERFORM OPEN-CUSTOMER-IO
969126     MOVE 'N' TO WS-RECORD-FOUND
969127     DISPLAY "Enter customer ID: " WITH NO ADVANCING
969127     ACCEPT CUST-ID
969128     READ CUSTOMER-MASTER-FILE
969128         INVALID KEY
969129             DISPLAY "Customer not found."
969129         NOT INVALID KEY
969130             MOVE 'Y' TO WS-RECORD-FOUND
969130     END-READ
969131     IF WS-RECORD-FOUND = 'Y'
969131         PERFORM OPEN-DELIVERY-IO
969132         PERFORM SHOW-DELIVERY-PROFILE
969132         DISPLAY "(P)reference, (R)eturned mail, (C)lear returned"
969133             " mail, (Q)uit: " WITH NO ADVANCING
969133         ACCEPT WS-DLV-ACTION
969134         MOVE FUNCTION UPPER-CASE(WS-DLV-ACTION) TO WS-DLV-ACTION
969134         EVALUATE WS-DLV-ACTION
969135             WHEN 'P'
969135                 PERFORM CHANGE-DELIVERY-PREFERENCE
969136             WHEN 'R'
969136                 PERFORM RECORD-RETURNED-MAIL
969137             WHEN 'C'
969137                 PERFORM CLEAR-RETURNED-MAIL
969138             WHEN OTHER
969138                 CONTINUE
969139         END-EVALUATE
969139         CLOSE CUSTOMER-DELIVERY-FILE
969140     END-IF
969140     CLOSE CUSTOMER-MASTER-FILE
969141     EXIT.
969141 OPEN-DELIVERY-IO.
969142     OPEN I-O CUSTOMER-DELIVERY-FILE
969142     IF WS-DLV-FILE-STATUS = "35"
969143         OPEN OUTPUT CUSTOMER-DELIVERY-FILE
969143         CLOSE CUSTOMER-DELIVERY-FILE
969144         OPEN I-O CUSTOMER-DELIVERY-FILE
969144     END-IF
969145     EXIT.
969145 SHOW-DELIVERY-PROFILE.
969146     MOVE 'N' TO WS-DLV-FOUND
969146     MOVE CUST-ID TO DLV-CUST-ID
969147     READ CUSTOMER-DELIVERY-FILE
969147         INVALID KEY
969148             INITIALIZE CUSTOMER-DELIVERY-RECORD
969148             MOVE CUST-ID TO DLV-CUST-ID
969149             MOVE 'P' TO DLV-PREFERENCE
969149             MOVE 'N' TO DLV-RETURNED-MAIL
969150         NOT INVALID KEY
969150             MOVE 'Y' TO WS-DLV-FOUND
969151     END-READ
969151     PERFORM FORMAT-DELIVERY-PREFERENCE
969152     DISPLAY "Customer      : " CUST-ID " "
969152         FUNCTION TRIM(CUST-FIRST-NAME) " "
969153         FUNCTION TRIM(CUST-LAST-NAME)
969153     DISPLAY "Delivery      : " WS-DLV-PREF-TEXT
969154     IF CUST-EMAIL = SPACES
969154         DISPLAY "Email         : none - paper only"
969155     ELSE
969155         MOVE "EMAIL" TO WS-PII-TYPE
969156         MOVE CUST-EMAIL TO WS-PII-VALUE
969156         CALL "PII_MASK" USING WS-PII-TYPE WS-PII-VALUE
969157             WS-PII-MASKED
969157         DISPLAY "Email         : " FUNCTION TRIM(WS-PII-MASKED)
969158     END-IF
969158     IF DLV-RETURNED-MAIL = 'Y'
969159         DISPLAY "Returned mail : since " DLV-RETURNED-DATE " by "
969159             FUNCTION TRIM(DLV-RETURNED-BY)
969160         DISPLAY "                " DLV-RETURNED-NOTE
969160         DISPLAY "Paper withheld: " DLV-WITHHELD-COUNT
969161             " last " DLV-LAST-WITHHELD-DATE
969161     ELSE
969162         DISPLAY "Returned mail : none"
969162     END-IF
969163     EXIT.
969163 FORMAT-DELIVERY-PREFERENCE.
969164     EVALUATE DLV-PREFERENCE
969164         WHEN 'E'
969165             MOVE "ELECTRONIC" TO WS-DLV-PREF-TEXT
969165         WHEN 'B'
969166             MOVE "BOTH" TO WS-DLV-PREF-TEXT
969166         WHEN OTHER
969167             MOVE "PAPER" TO WS-DLV-PREF-TEXT
969167     END-EVALUATE
969168     EXIT.
969168 CHANGE-DELIVERY-PREFERENCE.
969169     DISPLAY "Delivery (P=paper E=electronic B=both): "
969169         WITH NO ADVANCING
969170     ACCEPT WS-DLV-CHOICE
969170     MOVE FUNCTION UPPER-CASE(WS-DLV-CHOICE) TO WS-DLV-CHOICE
969171     IF WS-DLV-CHOICE NOT = 'P' AND NOT = 'E' AND NOT = 'B'
969171         DISPLAY "Invalid delivery preference."
969172     ELSE
969172         IF WS-DLV-CHOICE NOT = 'P' AND CUST-EMAIL = SPACES
969173             DISPLAY "No email on file - edit the customer first."
969173         ELSE
969174             IF WS-DLV-CHOICE = DLV-PREFERENCE
969174                 DISPLAY "No change."
969175             ELSE
969175                 MOVE DLV-PREFERENCE TO CH-OLD-VALUE
969176                 MOVE WS-DLV-CHOICE TO DLV-PREFERENCE
969176                 PERFORM STAMP-DELIVERY-CHANGE
969177                 PERFORM SAVE-DELIVERY-RECORD
969177                 IF WS-DLV-SAVED = 'Y'
969178                     MOVE "DELIVERY-PREF" TO CH-FIELD-NAME
969178                     MOVE DLV-PREFERENCE TO CH-NEW-VALUE
969179                     PERFORM WRITE-HISTORY-RECORD
969179                     PERFORM FORMAT-DELIVERY-PREFERENCE
969180                     DISPLAY ">>> Delivery now " WS-DLV-PREF-TEXT
969180                 END-IF
969181             END-IF
969181         END-IF
969182     END-IF
969182     EXIT.
969183 RECORD-RETURNED-MAIL.
969183*From now until the address is changed no paper statement or
969184*notice is produced for the customer.
969184     IF DLV-RETURNED-MAIL = 'Y'
969185         DISPLAY "Returned mail is already recorded."
969185     ELSE
969186         MOVE SPACES TO WS-DLV-NOTE
969186         DISPLAY "What came back and why: " WITH NO ADVANCING
969187         ACCEPT WS-DLV-NOTE
969187         IF WS-DLV-NOTE = SPACES
969188             DISPLAY "A note is required."
969188         ELSE
969189             ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
969189             MOVE 'Y' TO DLV-RETURNED-MAIL
969190             MOVE WS-DATE-PART TO DLV-RETURNED-DATE
969190             MOVE LS-USERNAME TO DLV-RETURNED-BY
969191             MOVE WS-DLV-NOTE TO DLV-RETURNED-NOTE
969191             MOVE 0 TO DLV-WITHHELD-COUNT
969192             MOVE 0 TO DLV-LAST-WITHHELD-DATE
969192             PERFORM STAMP-DELIVERY-CHANGE
969193             PERFORM SAVE-DELIVERY-RECORD
969193             IF WS-DLV-SAVED = 'Y'
969194                 MOVE "RETURNED-MAIL" TO CH-FIELD-NAME
969194                 MOVE "N" TO CH-OLD-VALUE
969195                 MOVE SPACES TO CH-NEW-VALUE
969195                 STRING "Y " DELIMITED BY SIZE
969196                     WS-DLV-NOTE DELIMITED BY SIZE
969196                     INTO CH-NEW-VALUE
969197                 PERFORM WRITE-HISTORY-RECORD
969197                 DISPLAY ">>> Returned mail recorded - paper mail"
969198                     " stopped until the address is changed."
969198             END-IF
969199         END-IF
969199     END-IF
969200     EXIT.
969200 CLEAR-RETURNED-MAIL.
969201*For mail that came back in error; the address is unchanged, so
969201*a reason is required.
969202     IF DLV-RETURNED-MAIL NOT = 'Y'
969202         DISPLAY "No returned mail is recorded."
969203     ELSE
969203         MOVE SPACES TO WS-DLV-NOTE
969204         DISPLAY "Reason for clearing: " WITH NO ADVANCING
969204         ACCEPT WS-DLV-NOTE
969205         IF WS-DLV-NOTE = SPACES
969205             DISPLAY "A reason is required."
969206         ELSE
969206             MOVE 'N' TO DLV-RETURNED-MAIL
969207             PERFORM STAMP-DELIVERY-CHANGE
969207             PERFORM SAVE-DELIVERY-RECORD
969208             IF WS-DLV-SAVED = 'Y'
969208                 MOVE "RETURNED-MAIL" TO CH-FIELD-NAME
969209                 MOVE "Y" TO CH-OLD-VALUE
969209                 MOVE SPACES TO CH-NEW-VALUE
969210                 STRING "N " DELIMITED BY SIZE
969210                     WS-DLV-NOTE DELIMITED BY SIZE
969211                     INTO CH-NEW-VALUE
969211                 PERFORM WRITE-HISTORY-RECORD
969212                 DISPLAY ">>> Returned mail cleared - paper mail"
969212                     " resumes."
969213             END-IF
969213         END-IF
969214     END-IF
969214     EXIT.
969215 STAMP-DELIVERY-CHANGE.
969215     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
969216     MOVE WS-DATE-PART TO DLV-CHANGED-DATE
969216     MOVE LS-USERNAME TO DLV-CHANGED-BY
969217     EXIT.
969217 SAVE-DELIVERY-RECORD.
969218     MOVE 'N' TO WS-DLV-SAVED
969218     IF WS-DLV-FOUND = 'Y'
969219         REWRITE CUSTOMER-DELIVERY-RECORD
969219             INVALID KEY
969220                 DISPLAY "Delivery record update failed."
969220             NOT INVALID KEY
969221                 MOVE 'Y' TO WS-DLV-SAVED
969221         END-REWRITE
969222     ELSE
969222         WRITE CUSTOMER-DELIVERY-RECORD
969223             INVALID KEY
969223                 DISPLAY "Delivery record write failed."
969224             NOT INVALID KEY
969224                 MOVE 'Y' TO WS-DLV-SAVED
969225                 MOVE 'Y' TO WS-DLV-FOUND
969225         END-WRITE
969226     END-IF
969226     EXIT.
747595 WRITE-HISTORY-RECORD.
747595     ACCEPT WS-DATE-PART FROM DATE YYYYMMDD
747595     ACCEPT WS-TIME-PART FROM TIME
