      * Standard GL mappings - shared by any program that sets up
      * GLMAP.DAT (a new file, or one rebuilt by conversion).
      * Each entry is a GL-MAP-RECORD image: transaction code or bare
      * CR/DR direction, account type, debit GL, credit GL.  Activity
      * with no entry for its own code takes the CR/DR mapping of its
      * account type.
       01  GLMAP-DEFAULT-VALUES.
      * Catch-all mappings by direction for each account type.
           05  FILLER                  PIC X(32) VALUE
               "CR  CHECKING1000-CASH 2100-DDA  ".
           05  FILLER                  PIC X(32) VALUE
               "DR  CHECKING2100-DDA  1000-CASH ".
           05  FILLER                  PIC X(32) VALUE
               "CR  SAVINGS 1000-CASH 2200-SAV  ".
           05  FILLER                  PIC X(32) VALUE
               "DR  SAVINGS 2200-SAV  1000-CASH ".
           05  FILLER                  PIC X(32) VALUE
               "CR  TERM    1000-CASH 2300-CD   ".
           05  FILLER                  PIC X(32) VALUE
               "DR  TERM    2300-CD   1000-CASH ".
           05  FILLER                  PIC X(32) VALUE
               "CR  LOAN    1000-CASH 1300-LOAN ".
           05  FILLER                  PIC X(32) VALUE
               "DR  LOAN    1300-LOAN 1000-CASH ".
      * Fees and penalties to fee income, deposit interest to interest
      * expense, loan interest to loan interest income.
           05  FILLER                  PIC X(32) VALUE
               "MFEECHECKING2100-DDA  4100-FEES ".
           05  FILLER                  PIC X(32) VALUE
               "MFEESAVINGS 2200-SAV  4100-FEES ".
           05  FILLER                  PIC X(32) VALUE
               "ODFECHECKING2100-DDA  4100-FEES ".
           05  FILLER                  PIC X(32) VALUE
               "PNLTTERM    2300-CD   4100-FEES ".
           05  FILLER                  PIC X(32) VALUE
               "INTCSAVINGS 5100-INTEX2200-SAV  ".
           05  FILLER                  PIC X(32) VALUE
               "CDINTERM    5100-INTEX2300-CD   ".
           05  FILLER                  PIC X(32) VALUE
               "LNINLOAN    1300-LOAN 4200-LNINT".
      * Posting suspense carries no customer account; its journal lines
      * map under the SUSPENSE account type against clearing.
           05  FILLER                  PIC X(32) VALUE
               "SPCRSUSPENSE1000-CASH 2900-SUSP ".
           05  FILLER                  PIC X(32) VALUE
               "SPDRSUSPENSE2900-SUSP 1000-CASH ".
      * The overdraft protection sweep fee is fee income like the
      * overdraft fee; the sweep legs take the CR/DR defaults.
           05  FILLER                  PIC X(32) VALUE
               "OPFECHECKING2100-DDA  4100-FEES ".
      * Checks paid and checks deposited settle through the clearing
      * account, not the cash drawer.
           05  FILLER                  PIC X(32) VALUE
               "CKPDCHECKING2100-DDA  1100-CLRG ".
           05  FILLER                  PIC X(32) VALUE
               "CKDPCHECKING1100-CLRG 2100-DDA  ".
           05  FILLER                  PIC X(32) VALUE
               "CKDPSAVINGS 1100-CLRG 2200-SAV  ".
      * Payable-on-death settlement pays a deceased owner's balance
      * through official checks payable; a share credited to a
      * beneficiary's own account clears back out of the same account.
           05  FILLER                  PIC X(32) VALUE
               "PODRCHECKING2100-DDA  2400-OFCK ".
           05  FILLER                  PIC X(32) VALUE
               "PODRSAVINGS 2200-SAV  2400-OFCK ".
           05  FILLER                  PIC X(32) VALUE
               "PODRTERM    2300-CD   2400-OFCK ".
           05  FILLER                  PIC X(32) VALUE
               "POCRCHECKING2400-OFCK 2100-DDA  ".
           05  FILLER                  PIC X(32) VALUE
               "POCRSAVINGS 2400-OFCK 2200-SAV  ".
      * The legal processing fee for a garnishment, levy or freeze and
      * the loan late charge are fee income.
           05  FILLER                  PIC X(32) VALUE
               "LGFECHECKING2100-DDA  4100-FEES ".
           05  FILLER                  PIC X(32) VALUE
               "LGFESAVINGS 2200-SAV  4100-FEES ".
           05  FILLER                  PIC X(32) VALUE
               "LGFETERM    2300-CD   4100-FEES ".
           05  FILLER                  PIC X(32) VALUE
               "LNLFLOAN    1300-LOAN 4100-FEES ".
      * A loan payment taken in cash comes in through the cash drawer.
           05  FILLER                  PIC X(32) VALUE
               "CLPYLOAN    1000-CASH 1300-LOAN ".
      * An overdrawn balance charged off is written off to the overdraft
      * loss account; a recovery taken in under RCVY (or CRCV, paid in
      * cash over the counter) is passed on to the recovery income
      * account under RCWO.
           05  FILLER                  PIC X(32) VALUE
               "CHGOCHECKING5300-LOSS 2100-DDA  ".
           05  FILLER                  PIC X(32) VALUE
               "CHGOSAVINGS 5300-LOSS 2200-SAV  ".
           05  FILLER                  PIC X(32) VALUE
               "RCWOCHECKING2100-DDA  4400-RECOV".
           05  FILLER                  PIC X(32) VALUE
               "RCWOSAVINGS 2200-SAV  4400-RECOV".
           05  FILLER                  PIC X(32) VALUE
               "CRCVCHECKING1000-CASH 2100-DDA  ".
           05  FILLER                  PIC X(32) VALUE
               "CRCVSAVINGS 1000-CASH 2200-SAV  ".
      * ACH entries received from other banks settle through the
      * clearing account.
           05  FILLER                  PIC X(32) VALUE
               "ACCRCHECKING1100-CLRG 2100-DDA  ".
           05  FILLER                  PIC X(32) VALUE
               "ACCRSAVINGS 1100-CLRG 2200-SAV  ".
           05  FILLER                  PIC X(32) VALUE
               "ACDRCHECKING2100-DDA  1100-CLRG ".
           05  FILLER                  PIC X(32) VALUE
               "ACDRSAVINGS 2200-SAV  1100-CLRG ".
      * Foreign currency deals against accounts go through the foreign
      * exchange position; the margin and the cash legs of a deal carry
      * no account and map under SUSPENSE.
           05  FILLER                  PIC X(32) VALUE
               "FXSLCHECKING2100-DDA  1050-FXPOS".
           05  FILLER                  PIC X(32) VALUE
               "FXSLSAVINGS 2200-SAV  1050-FXPOS".
           05  FILLER                  PIC X(32) VALUE
               "FXBYCHECKING1050-FXPOS2100-DDA  ".
           05  FILLER                  PIC X(32) VALUE
               "FXBYSAVINGS 1050-FXPOS2200-SAV  ".
           05  FILLER                  PIC X(32) VALUE
               "FXMGSUSPENSE1050-FXPOS4300-FXINC".
           05  FILLER                  PIC X(32) VALUE
               "FXCISUSPENSE1000-CASH 1050-FXPOS".
           05  FILLER                  PIC X(32) VALUE
               "FXCOSUSPENSE1050-FXPOS1000-CASH ".
      * Safe deposit box rent debited from an account is rent income.
           05  FILLER                  PIC X(32) VALUE
               "SDBRCHECKING2100-DDA  4150-SDBOX".
           05  FILLER                  PIC X(32) VALUE
               "SDBRSAVINGS 2200-SAV  4150-SDBOX".
       01  GLMAP-DEFAULT-TABLE REDEFINES GLMAP-DEFAULT-VALUES.
           05  GLMAP-DEFAULT-ENTRY OCCURS 50.
               10  GLD-TRAN-CODE       PIC X(4).
               10  GLD-ACCT-TYPE       PIC X(8).
               10  GLD-DEBIT-GL        PIC X(10).
               10  GLD-CREDIT-GL       PIC X(10).
       01  GLMAP-DEFAULT-COUNT         PIC 99 VALUE 50.
