      * Customer risk rating record layout - shared by any program
      * that reads or writes CUSTRISK.DAT.
      * One record per rated customer, created by the risk rating
      * recalculation batch.  KYC-CALC-RATING is the rating the batch
      * computed from the factor fields ('L' low, 'M' medium, 'H'
      * high); KYC-RATING is the rating in force, which equals the
      * calculated rating unless KYC-OVERRIDE is 'Y', when it is the
      * rating a supervisor set with the reason on the record.
      * Score points: 25 per watchlist near-miss (at most 50), 10
      * per CTR appearance in the last 12 months (at most 30), 20
      * for 25,000.00 or more of external payments in the last 90
      * days (10 for 5,000.00 or more), 10 for five or more open
      * accounts, 15 for a relationship under one year old (5 under
      * two years).  40 or more rates high, 20 or more medium.
      * KYC-NEXT-REVIEW-DATE is one year (high), two years (medium)
      * or three years (low) after the last review, or after the
      * relationship start when the customer has not been reviewed.
       01  CUSTOMER-RISK-RECORD.
           05  KYC-CUST-ID             PIC 9(6).
           05  KYC-RATING              PIC X.
           05  KYC-CALC-RATING         PIC X.
           05  KYC-SCORE               PIC 9(3).
           05  KYC-CALC-DATE           PIC 9(8).
           05  KYC-WATCH-HITS          PIC 9(3).
           05  KYC-CTR-COUNT           PIC 9(3).
           05  KYC-PRODUCT-COUNT       PIC 9(3).
           05  KYC-EXTPAY-AMOUNT       PIC S9(11)V99 COMP-3.
           05  KYC-REL-START-DATE      PIC 9(8).
           05  KYC-OVERRIDE            PIC X VALUE 'N'.
           05  KYC-OVERRIDE-REASON     PIC X(30).
           05  KYC-OVERRIDE-BY         PIC X(20).
           05  KYC-LAST-REVIEW-DATE    PIC 9(8).
           05  KYC-REVIEW-OUTCOME      PIC X(10).
           05  KYC-REVIEW-NOTE         PIC X(40).
           05  KYC-REVIEWED-BY         PIC X(20).
           05  KYC-NEXT-REVIEW-DATE    PIC 9(8).
