      * Credit bureau record layouts - shared by any program that
      * writes the monthly credit bureau reporting file (CRBUREAU.DAT).
      * The file is in the industry standard Metro 2 character format:
      * a header record, one base segment per account reported and a
      * trailer record, each 426 characters and led by a four-digit
      * record descriptor word holding the record length.  A base
      * segment for a loan with co-borrowers is followed in the same
      * record by one 100-character J1 associated consumer segment per
      * co-borrower, and its record length counts them.
      * Money is whole dollars, unsigned and zero-filled; dates are
      * MMDDYYYY and zero when not known; text is left-justified and
      * space-filled.  The payment history profile gives one code per
      * month for the 24 months before the date of account
      * information, the most recent month first: '0' current, '1'
      * 30-59 days past due, '2' 60-89, '3' 90-119, '4' 120-149,
      * '5' 150-179, '6' 180 or more, 'B' before the account opened.
      * The trailer counts the base segments and J1 segments sent,
      * the base segments by account status, and the SSNs, dates of
      * birth and telephone numbers reported.
       01  CREDIT-BUREAU-RECORD.
           05  CBR-RDW                 PIC 9(4).
           05  CBR-HEADER.
               10  CBH-RECORD-ID       PIC X(6).
               10  CBH-CYCLE-ID        PIC X(2).
               10  CBH-INNOVIS-ID      PIC X(10).
               10  CBH-EQUIFAX-ID      PIC X(10).
               10  CBH-EXPERIAN-ID     PIC X(5).
               10  CBH-TRANSUNION-ID   PIC X(10).
               10  CBH-ACTIVITY-DATE   PIC 9(8).
               10  CBH-DATE-CREATED    PIC 9(8).
               10  CBH-PROGRAM-DATE    PIC 9(8).
               10  CBH-REVISION-DATE   PIC 9(8).
               10  CBH-REPORTER-NAME   PIC X(40).
               10  CBH-REPORTER-ADDR   PIC X(96).
               10  CBH-REPORTER-PHONE  PIC X(10).
               10  CBH-VENDOR-NAME     PIC X(40).
               10  CBH-VENDOR-VERSION  PIC X(5).
               10  CBH-PRBC-ID         PIC X(10).
               10  FILLER              PIC X(146).
           05  CBR-BASE REDEFINES CBR-HEADER.
               10  CBB-PROCESSING-IND  PIC X.
               10  CBB-TIME-STAMP      PIC 9(14).
               10  CBB-CORRECTION-IND  PIC 9.
               10  CBB-IDENTIFICATION  PIC X(20).
               10  CBB-CYCLE-ID        PIC X(2).
               10  CBB-ACCOUNT-NUMBER  PIC X(30).
               10  CBB-PORTFOLIO-TYPE  PIC X.
               10  CBB-ACCOUNT-TYPE    PIC X(2).
               10  CBB-DATE-OPENED     PIC 9(8).
               10  CBB-CREDIT-LIMIT    PIC 9(9).
               10  CBB-ORIGINAL-AMOUNT PIC 9(9).
               10  CBB-TERMS-DURATION  PIC 9(3).
               10  CBB-TERMS-FREQUENCY PIC X.
               10  CBB-SCHEDULED-PMT   PIC 9(9).
               10  CBB-ACTUAL-PMT      PIC 9(9).
               10  CBB-ACCOUNT-STATUS  PIC X(2).
               10  CBB-PAYMENT-RATING  PIC X.
               10  CBB-PAYMENT-HISTORY PIC X(24).
               10  CBB-HISTORY-MONTHS REDEFINES CBB-PAYMENT-HISTORY.
                   15  CBB-HISTORY-CODE PIC X OCCURS 24.
               10  CBB-SPECIAL-COMMENT PIC X(2).
               10  CBB-COMPLIANCE-CODE PIC X(2).
               10  CBB-CURRENT-BALANCE PIC 9(9).
               10  CBB-AMOUNT-PAST-DUE PIC 9(9).
               10  CBB-CHARGE-OFF-AMT  PIC 9(9).
               10  CBB-INFO-DATE       PIC 9(8).
               10  CBB-FIRST-DELINQ    PIC 9(8).
               10  CBB-DATE-CLOSED     PIC 9(8).
               10  CBB-LAST-PMT-DATE   PIC 9(8).
               10  CBB-INTEREST-TYPE   PIC X.
               10  FILLER              PIC X(17).
               10  CBB-SURNAME         PIC X(25).
               10  CBB-FIRST-NAME      PIC X(20).
               10  CBB-MIDDLE-NAME     PIC X(20).
               10  CBB-GENERATION-CODE PIC X.
               10  CBB-SSN             PIC 9(9).
               10  CBB-DATE-OF-BIRTH   PIC 9(8).
               10  CBB-TELEPHONE       PIC 9(10).
               10  CBB-ECOA-CODE       PIC X.
               10  CBB-CONSUMER-INFO   PIC X(2).
               10  CBB-COUNTRY-CODE    PIC X(2).
               10  CBB-ADDRESS-1       PIC X(32).
               10  CBB-ADDRESS-2       PIC X(32).
               10  CBB-CITY            PIC X(20).
               10  CBB-STATE           PIC X(2).
               10  CBB-POSTAL-CODE     PIC X(9).
               10  CBB-ADDRESS-IND     PIC X.
               10  CBB-RESIDENCE-CODE  PIC X.
           05  CBR-TRAILER REDEFINES CBR-HEADER.
               10  CBT-RECORD-ID       PIC X(7).
               10  CBT-BASE-COUNT      PIC 9(9).
               10  FILLER              PIC X(9).
               10  CBT-STATUS-DF       PIC 9(9).
               10  CBT-J1-COUNT        PIC 9(9).
               10  CBT-J2-COUNT        PIC 9(9).
               10  CBT-BLOCK-COUNT     PIC 9(9).
               10  CBT-STATUS-DA       PIC 9(9).
               10  CBT-STATUS-05       PIC 9(9).
               10  CBT-STATUS-11       PIC 9(9).
               10  CBT-STATUS-13       PIC 9(9).
               10  CBT-STATUS-61       PIC 9(9).
               10  CBT-STATUS-62       PIC 9(9).
               10  CBT-STATUS-63       PIC 9(9).
               10  CBT-STATUS-64       PIC 9(9).
               10  CBT-STATUS-65       PIC 9(9).
               10  CBT-STATUS-71       PIC 9(9).
               10  CBT-STATUS-78       PIC 9(9).
               10  CBT-STATUS-80       PIC 9(9).
               10  CBT-STATUS-82       PIC 9(9).
               10  CBT-STATUS-83       PIC 9(9).
               10  CBT-STATUS-84       PIC 9(9).
               10  CBT-STATUS-88       PIC 9(9).
               10  CBT-STATUS-89       PIC 9(9).
               10  CBT-STATUS-93       PIC 9(9).
               10  CBT-STATUS-94       PIC 9(9).
               10  CBT-STATUS-95       PIC 9(9).
               10  CBT-STATUS-96       PIC 9(9).
               10  CBT-STATUS-97       PIC 9(9).
               10  CBT-ECOA-Z          PIC 9(9).
               10  CBT-EMPLOYMENT-SEGS PIC 9(9).
               10  CBT-ORIG-CRED-SEGS  PIC 9(9).
               10  CBT-PURCHASED-SEGS  PIC 9(9).
               10  CBT-MORTGAGE-SEGS   PIC 9(9).
               10  CBT-PAYMENT-SEGS    PIC 9(9).
               10  CBT-CHANGE-SEGS     PIC 9(9).
               10  CBT-SSN-ALL         PIC 9(9).
               10  CBT-SSN-BASE        PIC 9(9).
               10  CBT-SSN-J1          PIC 9(9).
               10  CBT-SSN-J2          PIC 9(9).
               10  CBT-DOB-ALL         PIC 9(9).
               10  CBT-DOB-BASE        PIC 9(9).
               10  CBT-DOB-J1          PIC 9(9).
               10  CBT-DOB-J2          PIC 9(9).
               10  CBT-PHONE-ALL       PIC 9(9).
               10  FILLER              PIC X(19).
           05  CBR-J1-SEGMENT OCCURS 4.
               10  CBJ-SEGMENT-ID      PIC X(2).
               10  FILLER              PIC X.
               10  CBJ-SURNAME         PIC X(25).
               10  CBJ-FIRST-NAME      PIC X(20).
               10  CBJ-MIDDLE-NAME     PIC X(20).
               10  CBJ-GENERATION-CODE PIC X.
               10  CBJ-SSN             PIC 9(9).
               10  CBJ-DATE-OF-BIRTH   PIC 9(8).
               10  CBJ-TELEPHONE       PIC 9(10).
               10  CBJ-ECOA-CODE       PIC X.
               10  CBJ-CONSUMER-INFO   PIC X(2).
               10  FILLER              PIC X.
