      ****************************************************************
      * Customer record layout, shared by every program that opens   *
      * users.dat. tax-exempt-flag is Y for a customer whose savings *
      * interest is paid without withholding tax (set by a           *
      * supervisor from register-user); new customers are taxed.     *
      ****************************************************************
       01 user.
           05 full-name.
           05 account-status     PIC X VALUE "A".
               88 account-active   VALUE "A".
               88 account-closed   VALUE "C".
           05 tax-exempt-flag    PIC X VALUE "N".
               88 tax-liable       VALUE "N".
               88 tax-exempt       VALUE "Y".
