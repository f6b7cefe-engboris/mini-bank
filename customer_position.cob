      * customer from users.dat and then every bank account held     *
      * under that phone on accounts.dat (account-phone alternate    *
      * key) with its type and balance, plus a total across all      *
      * accounts. Any loans the customer holds on loans.dat          *
      * (loan-phone alternate key) follow, each with its status,     *
      * outstanding balance, next due date and repayment account,    *
      * plus a total loan balance.                                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-position.
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT loans-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS loan-number
               ALTERNATE RECORD KEY IS loan-phone WITH DUPLICATES
               FILE STATUS IS loans-file-status.

           SELECT operators-file ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD accounts-file.
       COPY ACCTREC.

       FD loans-file.
       COPY LOANREC.

       FD operators-file.
       COPY OPERREC.

       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 loans-file-status          PIC XX VALUE SPACES.
       77 REDEFINES loans-file-status PIC XX.
           88 loans-file-ok          VALUE "00".
       01 phone-input                PIC X(10).
       01 inquiry-phone              PIC 9(10).
       01 valid-input-flag           PIC X.
       01 accounts-listed            PIC 9(3) VALUE 0.
       01 display-line               PIC 9(2) VALUE 0.
       01 total-balance              PIC S9(11)V99 VALUE 0.
       01 end-of-loans               PIC X VALUE "N".
           88 no-more-loans          VALUE "Y".
       01 loans-listed               PIC 9(3) VALUE 0.
       01 total-loan-balance         PIC S9(11)V99 VALUE 0.
       77 operators-file-status      PIC XX VALUE SPACES.
       77 REDEFINES operators-file-status PIC XX.
           88 operators-file-ok      VALUE "00".
           END-IF
           .

       list-loans.
           OPEN INPUT loans-file
           IF loans-file-ok
               MOVE inquiry-phone TO loan-phone
               START loans-file KEY IS EQUAL TO loan-phone
                   INVALID KEY
                       SET no-more-loans TO TRUE
               END-START
               PERFORM UNTIL no-more-loans
                   READ loans-file NEXT RECORD
                       AT END
                           SET no-more-loans TO TRUE
                       NOT AT END
                           IF loan-phone = inquiry-phone
                               PERFORM show-one-loan
                           ELSE
                               SET no-more-loans TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE loans-file
           END-IF
           IF loans-listed > 0
               ADD 1 TO display-line
               DISPLAY "Total loan balance: " total-loan-balance
                   LINE display-line COLUMN 1 END-DISPLAY
           END-IF
           .

       end-of-program.
           STOP RUN.

           ADD account-balance TO total-balance
           .

       show-one-loan.
           IF loans-listed = 0
               ADD 1 TO display-line
           END-IF
           ADD 1 TO loans-listed
           ADD 1 TO display-line
           DISPLAY "Loan    " loan-number " stat " loan-stat
               " balance " loan-balance " due " loan-next-due
               " repay from " loan-repay-account
               LINE display-line COLUMN 1 END-DISPLAY
           ADD loan-balance TO total-loan-balance
           .

       attempt-sign-on.
           ADD 1 TO sign-on-attempts
           DISPLAY "Operator ID" LINE 1 COLUMN 1 END-DISPLAY
