673262 01  WS-ACCOUNTS-ACCRUED     PIC 9(6) VALUE 0.
509276 01  WS-ACCOUNTS-SKIPPED     PIC 9(6) VALUE 0.
917406 01  WS-OPERATOR-ID          PIC X(20) VALUE "INTACCR".
940901 01  WS-POST-DESC            PIC X(30) VALUE SPACES.
940901 01  WS-TRAN-CODE            PIC X(4) VALUE "INTC".
821401 01  WS-TODAY                PIC 9(8).
821401 01  WS-TABLE-RATE           PIC S9V9999 COMP-3.
821402 01  WS-RATE-FOUND           PIC X VALUE 'N'.
821402 01  WS-ACCRUAL-RATE         PIC S9V9999 COMP-3.
972155 01  WS-PERIOD-MONTHS        PIC 99 VALUE 0.
972155 01  WS-TODAY-MONTH          PIC 99.
972156 01  WS-PRODUCT-FOUND        PIC X.
972156     COPY PRODREC.
735716 PROCEDURE DIVISION.
877998 MAIN-PARA.
821403     ACCEPT WS-TODAY FROM DATE YYYYMMDD
522411     END-IF
522412     GOBACK.
229580 ACCRUE-IF-ELIGIBLE.
972157*Interest-bearing products accrue on their product's frequency:
972157*monthly every run, quarterly in March, June, September and
972158*December, annually in December.  Each accrual covers the
972158*months since the last one.
972159     CALL "PRODUCT_LOOKUP" USING ACCT-TYPE PRODUCT-RECORD
972159         WS-PRODUCT-FOUND
972160     MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
972160     MOVE 0 TO WS-PERIOD-MONTHS
972161     EVALUATE TRUE
972161         WHEN PRD-INT-BEARING NOT = 'Y'
972162             CONTINUE
972162         WHEN PRD-ACCRUAL-FREQ = 'Q'
972163             IF WS-TODAY-MONTH = 3 OR WS-TODAY-MONTH = 6
972163                 OR WS-TODAY-MONTH = 9 OR WS-TODAY-MONTH = 12
972164                 MOVE 3 TO WS-PERIOD-MONTHS
972164             END-IF
972165         WHEN PRD-ACCRUAL-FREQ = 'A'
972165             IF WS-TODAY-MONTH = 12
972166                 MOVE 12 TO WS-PERIOD-MONTHS
972166             END-IF
972167         WHEN OTHER
972167             MOVE 1 TO WS-PERIOD-MONTHS
972168     END-EVALUATE
972168     IF WS-PERIOD-MONTHS > 0 AND ACCT-STATUS = 'O'
229581         AND ACCT-INT-RATE > 0
972169         PERFORM POST-INTEREST
229581     ELSE
516908         ADD 1 TO WS-ACCOUNTS-SKIPPED
516909     END-IF
821406     END-IF
585328     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-ACCRUAL-RATE / 12
585328     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
972169         ACCT-BALANCE * WS-MONTHLY-RATE * WS-PERIOD-MONTHS
585328     IF WS-INTEREST-AMOUNT > 0
203347         ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
203347         REWRITE ACCOUNT-RECORD
537848                 DISPLAY "Interest post failed for account: "
537848                     ACCT-NUMBER
537849             NOT INVALID KEY
537849                 CALL "POST-TRANSACTION-C" USING ACCT-NUMBER
537849                     WS-TRAN-TYPE WS-INTEREST-AMOUNT
537850                     ACCT-BALANCE WS-OPERATOR-ID
940902                     WS-POST-DESC WS-TRAN-CODE
544725                 ADD 1 TO WS-ACCOUNTS-ACCRUED
544725         END-REWRITE
544726     ELSE
