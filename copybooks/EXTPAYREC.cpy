      ****************************************************************
      * Outbound inter-bank payment record layout, shared by         *
      * teller-transactions, which appends one record to             *
      * outbound_payments.dat for every payment sent to an account   *
      * at another bank, and by the nightly outbound-clearing batch, *
      * which writes the day's payments to the clearing file.        *
      * pay-reference is taken from the system clock (MMDDHHMMSSCC)  *
      * and is also the ledger-reference on the customer's           *
      * EXT-PAYMENT debit, so the two can be matched. pay-bank-code  *
      * identifies the beneficiary's bank to the clearing house;     *
      * pay-beneficiary-account is that bank's account number as     *
      * given by the customer.                                       *
      ****************************************************************
       01 outbound-payment.
           05 pay-date               PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 pay-reference          PIC 9(12).
           05 FILLER                 PIC X VALUE SPACE.
           05 pay-account            PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 pay-amount             PIC 9(9)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 pay-bank-code          PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 pay-beneficiary-account PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 pay-beneficiary-name   PIC X(30).
           05 FILLER                 PIC X VALUE SPACE.
           05 pay-operator-id        PIC X(8).
