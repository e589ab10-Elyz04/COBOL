876116     05  OLD-TRAN-STATUS         PIC X.
876116     05  OLD-TRAN-REVERSAL-OF    PIC 9(14).
876117     05  OLD-TRAN-OPERATOR       PIC X(20).
941701     05  OLD-TRAN-DESC           PIC X(30).
876117 FD  NEW-LEDGER-FILE.
876118     COPY TRANREC.
876118 WORKING-STORAGE SECTION.
876141     MOVE OLD-TRAN-STATUS TO TRAN-STATUS
876141     MOVE OLD-TRAN-REVERSAL-OF TO TRAN-REVERSAL-OF
876142     MOVE OLD-TRAN-OPERATOR TO TRAN-OPERATOR
941702     MOVE OLD-TRAN-DESC TO TRAN-DESC
941702     PERFORM DERIVE-TRAN-CODE
953001     MOVE 0 TO TRAN-CHECK-SERIAL
969723     MOVE SPACES TO TRAN-ACH-COMPANY-ID
969723     MOVE 0 TO TRAN-ACH-TRACE
876143     WRITE TRANSACTION-RECORD
876143         INVALID KEY
876144             DISPLAY "Duplicate entry not written: "
876145             ADD 1 TO WS-WRITTEN-COUNT
876146     END-WRITE
876146     EXIT.
941703 DERIVE-TRAN-CODE.
941703*History rows predate transaction codes.  The code is derived
941704*from what the row does carry - type, reversal link, operator
941704*sign-on and narrative.  A teller row under the generic
941705*narrative is taken as counter cash, as the cash report has
941705*always treated it.
941706     EVALUATE TRUE
941706         WHEN OLD-TRAN-TYPE = "BF"
941707             MOVE "BFWD" TO TRAN-CODE
941707         WHEN OLD-TRAN-REVERSAL-OF NOT = 0
941708             AND OLD-TRAN-OPERATOR = "PAYRET"
941708             IF OLD-TRAN-TYPE = "DR"
941709                 MOVE "RTDR" TO TRAN-CODE
941709             ELSE
941710                 MOVE "RTCR" TO TRAN-CODE
941710             END-IF
941711         WHEN OLD-TRAN-REVERSAL-OF NOT = 0
941711             IF OLD-TRAN-TYPE = "DR"
941712                 MOVE "RVDR" TO TRAN-CODE
941712             ELSE
941713                 MOVE "RVCR" TO TRAN-CODE
941713             END-IF
941714         WHEN OLD-TRAN-OPERATOR = "INTACCR"
941714             MOVE "INTC" TO TRAN-CODE
941715         WHEN OLD-TRAN-OPERATOR = "MONFEE"
941715             MOVE "MFEE" TO TRAN-CODE
941716         WHEN OLD-TRAN-OPERATOR = "ESCHEAT"
941716             MOVE "ESCH" TO TRAN-CODE
941717         WHEN OLD-TRAN-DESC = "OVERDRAFT FEE"
941717             MOVE "ODFE" TO TRAN-CODE
941718         WHEN OLD-TRAN-DESC = "EARLY WITHDRAWAL PENALTY"
941718             MOVE "PNLT" TO TRAN-CODE
941719         WHEN OLD-TRAN-DESC = "LOAN INTEREST"
941719             MOVE "LNIN" TO TRAN-CODE
941720         WHEN OLD-TRAN-DESC = "LOAN PAYMENT"
941720             MOVE "LNPY" TO TRAN-CODE
941721         WHEN OLD-TRAN-DESC = "EXTERNAL TRANSFER"
941721             MOVE "EXDR" TO TRAN-CODE
941722         WHEN OLD-TRAN-DESC = "DISPUTE PROV CREDIT"
941722             MOVE "DPCR" TO TRAN-CODE
941723         WHEN OLD-TRAN-OPERATOR = "STANDORD"
941723             AND OLD-TRAN-TYPE = "DR"
941724             MOVE "SODR" TO TRAN-CODE
941724         WHEN OLD-TRAN-OPERATOR = "STANDORD"
941725             MOVE "SOCR" TO TRAN-CODE
941725         WHEN OLD-TRAN-OPERATOR = "CDMATUR"
941726             AND OLD-TRAN-TYPE = "DR"
941726             MOVE "CDPO" TO TRAN-CODE
941727         WHEN OLD-TRAN-OPERATOR = "CDMATUR"
941727             MOVE "CDIN" TO TRAN-CODE
941728         WHEN OLD-TRAN-OPERATOR = "TRANPOST"
941728             AND OLD-TRAN-TYPE = "DR"
941729             MOVE "BTDR" TO TRAN-CODE
941729         WHEN OLD-TRAN-OPERATOR = "TRANPOST"
941730             MOVE "BTCR" TO TRAN-CODE
941730         WHEN OLD-TRAN-DESC = "TELLER TRANSACTION"
941731             AND OLD-TRAN-TYPE = "DR"
941731             MOVE "CWDL" TO TRAN-CODE
941732         WHEN OLD-TRAN-DESC = "TELLER TRANSACTION"
941732             MOVE "CDEP" TO TRAN-CODE
941733         WHEN OLD-TRAN-TYPE = "DR"
941733             MOVE "ADDR" TO TRAN-CODE
941734         WHEN OTHER
941734             MOVE "ADCR" TO TRAN-CODE
941735     END-EVALUATE
941735     EXIT.
