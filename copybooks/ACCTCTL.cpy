      ****************************************************************
      * Account-number control record (account_control.dat), shared  *
      * by open-account, which issues the numbers, and by every      *
      * program that validates an account number on input. A system  *
      * account number is a 9-digit sequence followed by a check     *
      * digit (Luhn, modulus 10, over the 9 sequence digits).        *
      * ctl-first-sequence is the first sequence the system issued;  *
      * numbers below it were typed in before numbers were issued    *
      * and carry no check digit. ctl-last-sequence is the last      *
      * sequence issued.                                             *
      ****************************************************************
       01 account-control.
           05 ctl-first-sequence     PIC 9(9).
           05 FILLER                 PIC X VALUE SPACE.
           05 ctl-last-sequence      PIC 9(9).
