      * Credit reporting record layout - shared by any program that
      * reads or writes CRBACCT.DAT.
      * One record per LOAN account reported to the credit bureaus,
      * written when the loan is opened (or by the first monthly
      * bureau run for a loan opened before the file was kept).
      * CRA-ORIG-AMOUNT is the amount lent, reported as the original
      * loan amount for the life of the loan.
      * CRA-DISPUTE-CODE is the compliance condition code the bureau
      * file carries for the account: spaces for none, 'XB' disputed
      * and under investigation, 'XC' investigation completed with
      * the consumer still disagreeing, 'XH' investigation completed
      * and the dispute resolved, and 'XR' to have the bureaus remove
      * the code last reported - 'XR' goes out once and is then
      * cleared by the bureau run.  Each change is stamped with the
      * operator and date and logged to ACCTHIST.
      * CRA-LAST-REPORT-DATE and CRA-LAST-STATUS are the date of
      * account information and the account status code last sent;
      * a loan closed after it was last reported is sent once more
      * with status '13' and then drops out of the file.
       01  CREDIT-REPORT-RECORD.
           05  CRA-ACCT-NUMBER         PIC 9(8).
           05  CRA-ORIG-AMOUNT         PIC S9(9)V99 COMP-3.
           05  CRA-DISPUTE-CODE        PIC X(2) VALUE SPACES.
           05  CRA-DISPUTE-DATE        PIC 9(8).
           05  CRA-DISPUTE-NOTE        PIC X(40).
           05  CRA-CHANGED-BY          PIC X(20).
           05  CRA-CHANGED-DATE        PIC 9(8).
           05  CRA-LAST-REPORT-DATE    PIC 9(8).
           05  CRA-LAST-STATUS         PIC X(2).
