      * debits are checked against the available balance: the ledger *
      * balance less any open funds holds on holds.dat, plus the     *
      * agreed overdraft limit on a checking account. Debits past    *
      * the available balance are rejected. Account numbers keyed in *
      * are checked against their check digit (numbers issued from   *
      * account_control.dat) before the account is looked up. A      *
      * payment to an account at another bank (beneficiary bank      *
      * code, account and name) is checked against the available     *
      * balance the same way, debited as an EXT-PAYMENT ledger entry *
      * and recorded on outbound_payments.dat under a payment        *
      * reference, which the nightly outbound-clearing batch sends   *
      * to the clearing house.                                       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teller-transactions.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT payments-file ASSIGN TO "outbound_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payments-file-status.

           SELECT holds-file ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.

           SELECT control-file ASSIGN TO "account_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

       DATA DIVISION.
       FILE SECTION.
       FD accounts-file.
       FD ledger-file.
       COPY LEDGERREC.

       FD payments-file.
       COPY EXTPAYREC.

       FD holds-file.
       COPY HOLDREC.

       FD audit-log.
       COPY AUDITREC.

       FD control-file.
       COPY ACCTCTL.

       FD business-date-file.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 payments-file-status       PIC XX VALUE SPACES.
       77 REDEFINES payments-file-status PIC XX.
           88 payments-file-ok       VALUE "00".
       01 menu-choice                PIC X.
           88 exit-menu              VALUE "0".
       01 operator-id                PIC X(8).
           88 account-found          VALUE "Y".
       01 transaction-amount         PIC 9(9)V99.
       01 transaction-type           PIC X(12).
       01 transaction-reference      PIC X(12) VALUE SPACES.
       01 from-account-number        PIC 9(10).
       01 from-balance               PIC S9(9)V99.
       01 available-balance          PIC S9(9)V99.
       01 holds-done-flag            PIC X.
           88 holds-done             VALUE "Y".
       01 to-account-number          PIC 9(10).
       01 bank-code-input            PIC X(8).
       01 beneficiary-account-input  PIC X(20).
       01 beneficiary-name-input     PIC X(30).
       01 payment-reference          PIC 9(12).
       01 payment-written-flag       PIC X.
           88 payment-written        VALUE "Y".
       01 amount-display             PIC ZZZ,ZZZ,ZZ9.99.
       01 yn-reply                   PIC X.
           88 y-reply                VALUES 'Y', 'y'.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 change-type                PIC X(10).
       01 changed-fields             PIC X(40).

       77 control-file-status        PIC XX VALUE SPACES.
       77 REDEFINES control-file-status PIC XX.
           88 control-file-ok        VALUE "00".
       01 check-digits-flag          PIC X VALUE "N".
           88 check-digits-on        VALUE "Y".
       01 check-digit-valid-flag     PIC X.
           88 check-digit-valid      VALUE "Y".
       01 check-first-sequence       PIC 9(9) VALUE 0.
       01 check-account-number       PIC 9(10).
       01 REDEFINES check-account-number.
           05 check-account-body     PIC 9(9).
           05 check-account-digit    PIC 9.
       01 check-body                 PIC 9(9).
       01 REDEFINES check-body.
           05 check-body-digit       PIC 9 OCCURS 9 TIMES.
       01 check-index                PIC 99.
       01 check-product              PIC 99.
       01 check-sum                  PIC 9(3).
       01 check-digit                PIC 9.
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".

       PROCEDURE DIVISION.
       main-logic.
           PERFORM sign-on-operator
           PERFORM load-business-date
           PERFORM load-account-control
           PERFORM main-menu UNTIL exit-menu
           PERFORM end-of-program
           .
           DISPLAY "2 - Withdrawal" LINE 2 COLUMN 1 END-DISPLAY
           DISPLAY "3 - Transfer between accounts" LINE 3 COLUMN 1
               END-DISPLAY
           DISPLAY "4 - Payment to another bank" LINE 4 COLUMN 1
               END-DISPLAY
           DISPLAY "0 - Quit" LINE 5 COLUMN 1 END-DISPLAY
           DISPLAY "Choice?" LINE 6 COLUMN 1 END-DISPLAY
           ACCEPT menu-choice LINE 6 COLUMN 9 END-ACCEPT
           EVALUATE menu-choice
               WHEN "1"
                   PERFORM post-deposit
                   PERFORM post-withdrawal
               WHEN "3"
                   PERFORM post-transfer
               WHEN "4"
                   PERFORM post-external-payment
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice." LINE 17 COLUMN 1
                       END-DISPLAY
           END-EVALUATE
           .
           PERFORM UNTIL valid-input
               ACCEPT account-input LINE 7 COLUMN 1 END-ACCEPT
               IF account-input IS NUMERIC AND account-input NOT = ZEROS
                   MOVE account-input TO check-account-number
                   PERFORM verify-check-digit
                   IF check-digit-valid
                       MOVE account-input TO account-number
                       SET valid-input TO TRUE
                   ELSE
                       DISPLAY "Invalid account number - check digit "
                           "does not match." LINE 8 COLUMN 1
                           END-DISPLAY
                   END-IF
               ELSE
                   DISPLAY "Invalid account number - digits only, "
                       "not zero." LINE 8 COLUMN 1 END-DISPLAY
           END-IF
           .

       post-external-payment.
           DISPLAY "Account number to debit" LINE 6 COLUMN 1
               END-DISPLAY
           PERFORM ask-account-number
           OPEN I-O accounts-file
           PERFORM read-account
           IF account-found
               PERFORM ask-beneficiary
               PERFORM ask-amount
               PERFORM compute-available-balance
               IF transaction-amount > available-balance
                   DISPLAY "Insufficient funds - available balance "
                       "is " available-balance LINE 17 COLUMN 1
                       END-DISPLAY
               ELSE
                   MOVE transaction-amount TO amount-display
                   DISPLAY "Send " amount-display " to bank "
                       bank-code-input "? (y/n)" LINE 15 COLUMN 1
                       END-DISPLAY
                   ACCEPT yn-reply LINE 15 COLUMN 45 END-ACCEPT
                   IF y-reply
                       PERFORM apply-external-payment
                   ELSE
                       DISPLAY "Payment not sent." LINE 17 COLUMN 1
                           END-DISPLAY
                   END-IF
               END-IF
           END-IF
           CLOSE accounts-file
           .

       ask-beneficiary.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Beneficiary bank code" LINE 12 COLUMN 1
                   END-DISPLAY
               MOVE SPACES TO bank-code-input
               ACCEPT bank-code-input LINE 12 COLUMN 30 END-ACCEPT
               IF bank-code-input = SPACES
                   DISPLAY "Bank code is required." LINE 17 COLUMN 1
                       END-DISPLAY
               ELSE
                   SET valid-input TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Beneficiary account" LINE 13 COLUMN 1
                   END-DISPLAY
               MOVE SPACES TO beneficiary-account-input
               ACCEPT beneficiary-account-input LINE 13 COLUMN 30
                   END-ACCEPT
               IF beneficiary-account-input = SPACES
                   DISPLAY "Beneficiary account is required."
                       LINE 17 COLUMN 1 END-DISPLAY
               ELSE
                   SET valid-input TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Beneficiary name" LINE 14 COLUMN 1
                   END-DISPLAY
               MOVE SPACES TO beneficiary-name-input
               ACCEPT beneficiary-name-input LINE 14 COLUMN 30
                   END-ACCEPT
               IF beneficiary-name-input = SPACES
                   DISPLAY "Beneficiary name is required."
                       LINE 17 COLUMN 1 END-DISPLAY
               ELSE
                   SET valid-input TO TRUE
               END-IF
           END-PERFORM
           .

       apply-external-payment.
           SUBTRACT transaction-amount FROM account-balance
           REWRITE account
           IF accounts-file-ok
               PERFORM write-payment-record
               IF payment-written
                   MOVE "EXT-PAYMENT" TO transaction-type
                   MOVE payment-reference TO transaction-reference
                   PERFORM write-ledger-entry
                   MOVE SPACES TO transaction-reference
                   DISPLAY "Payment sent, reference "
                       payment-reference ", new balance "
                       account-balance LINE 17 COLUMN 1 END-DISPLAY
               ELSE
                   ADD transaction-amount TO account-balance
                   REWRITE account
                   IF accounts-file-ok
                       DISPLAY "Error recording payment, status "
                           payments-file-status " - payment not sent."
                           LINE 17 COLUMN 1 END-DISPLAY
                   ELSE
                       DISPLAY "Error reversing debit on account "
                           account-number ", status "
                           accounts-file-status " - correct manually."
                           LINE 17 COLUMN 1 END-DISPLAY
                   END-IF
               END-IF
           ELSE
               DISPLAY "Error posting payment, status "
                   accounts-file-status LINE 17 COLUMN 1 END-DISPLAY
           END-IF
           .

       write-payment-record.
           MOVE "N" TO payment-written-flag
           MOVE FUNCTION CURRENT-DATE(5:12) TO payment-reference
           MOVE current-date-ymd TO pay-date
           MOVE payment-reference TO pay-reference
           MOVE account-number TO pay-account
           MOVE transaction-amount TO pay-amount
           MOVE bank-code-input TO pay-bank-code
           MOVE beneficiary-account-input TO pay-beneficiary-account
           MOVE beneficiary-name-input TO pay-beneficiary-name
           MOVE operator-id TO pay-operator-id
           OPEN EXTEND payments-file
           IF payments-file-status = "35"
               OPEN OUTPUT payments-file
           END-IF
           IF payments-file-ok
               WRITE outbound-payment
               IF payments-file-ok
                   SET payment-written TO TRUE
               END-IF
               CLOSE payments-file
           END-IF
           .

       write-ledger-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE transaction-type TO ledger-type
           MOVE transaction-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE operator-id TO ledger-operator-id
           MOVE transaction-reference TO ledger-reference
           OPEN EXTEND ledger-file
           IF ledger-file-status = "35"
               OPEN OUTPUT ledger-file

       end-of-program.
           STOP RUN.

       load-account-control.
           MOVE "N" TO check-digits-flag
           OPEN INPUT control-file
           IF control-file-ok
               READ control-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ctl-first-sequence IS NUMERIC
                           MOVE ctl-first-sequence
                               TO check-first-sequence
                           SET check-digits-on TO TRUE
                       END-IF
               END-READ
               CLOSE control-file
           END-IF
           .

       verify-check-digit.
           SET check-digit-valid TO TRUE
           IF check-digits-on
               IF check-account-body NOT < check-first-sequence
                   MOVE check-account-body TO check-body
                   PERFORM compute-check-digit
                   IF check-digit NOT = check-account-digit
                       MOVE "N" TO check-digit-valid-flag
                   END-IF
               END-IF
           END-IF
           .

       compute-check-digit.
           MOVE 0 TO check-sum
           PERFORM VARYING check-index FROM 1 BY 1
                   UNTIL check-index > 9
               MOVE check-body-digit(check-index) TO check-product
               IF FUNCTION MOD(check-index, 2) = 1
                   MULTIPLY 2 BY check-product
                   IF check-product > 9
                       SUBTRACT 9 FROM check-product
                   END-IF
               END-IF
               ADD check-product TO check-sum
           END-PERFORM
           COMPUTE check-digit =
               FUNCTION MOD(10 - FUNCTION MOD(check-sum, 10), 10)
           .

       load-business-date.
           OPEN INPUT business-date-file
           IF NOT business-date-ok
               DISPLAY "Error opening business date file, status "
                   business-date-status LINE 17 COLUMN 1 END-DISPLAY
               STOP RUN
           END-IF
           READ business-date-file
               AT END
                   DISPLAY "Business date file is empty." LINE 17
                       COLUMN 1 END-DISPLAY
                   CLOSE business-date-file
                   STOP RUN
           END-READ
           CLOSE business-date-file
           IF bd-date IS NOT NUMERIC
               DISPLAY "Invalid business date on file - use YYYYMMDD."
                   LINE 17 COLUMN 1 END-DISPLAY
               STOP RUN
           END-IF
           MOVE bd-date TO current-date-stamp
           .
