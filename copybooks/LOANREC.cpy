      ****************************************************************
      * Loan account record layout, shared by every program that     *
      * opens loans.dat. loan-phone is the foreign key back into     *
      * users.dat (phone-number on the user record), like            *
      * account-phone on accounts.dat. Loan numbers are issued from  *
      * account_control.dat, so they carry a check digit and never   *
      * clash with a deposit account number. loan-repay-account is   *
      * the checking account the principal was paid into and the     *
      * monthly instalment is collected from. loan-annual-rate is a  *
      * percentage; loan-instalment is the level monthly payment     *
      * worked out at set-up, and the last instalment takes whatever *
      * balance is left. loan-balance is the principal still         *
      * outstanding. loan-next-due (YYYYMMDD) is the next instalment *
      * not yet collected; when the month-end collection cannot take *
      * it the loan goes to status R (arrears) and                   *
      * loan-days-past-due holds the days since that date as at the  *
      * last collection run. Status P means the loan has been repaid *
      * in full.                                                     *
      ****************************************************************
       01 loan.
           05 loan-number            PIC 9(10).
           05 loan-phone             PIC 9(10).
           05 loan-repay-account     PIC 9(10).
           05 loan-principal         PIC 9(9)V99.
           05 loan-annual-rate       PIC 9(2)V9(4).
           05 loan-term-months       PIC 9(3).
           05 loan-instalment        PIC 9(9)V99.
           05 loan-start-date        PIC X(8).
           05 loan-next-due          PIC X(8).
           05 loan-balance           PIC 9(9)V99.
           05 loan-instalments-paid  PIC 9(3).
           05 loan-interest-paid     PIC 9(9)V99.
           05 loan-days-past-due     PIC 9(5).
           05 loan-stat              PIC X VALUE "A".
               88 loan-active          VALUE "A".
               88 loan-arrears         VALUE "R".
               88 loan-paid-off        VALUE "P".
