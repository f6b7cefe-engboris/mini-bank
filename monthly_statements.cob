      * record per month entry, in ledger order. The statement pass  *
      * then reads the work file by key, so run time no longer grows *
      * with total ledger history. The printed output is unchanged.  *
      * Each transaction line also shows the ledger reference, such  *
      * as the cheque number on a CHEQUE debit. Loans the customer   *
      * holds on loans.dat follow the accounts, each with its        *
      * instalment, outstanding balance and next due date (or days   *
      * past due when in arrears), as they stand when the statements *
      * are run.                                                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. monthly-statements.
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT loans-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS loan-number
               ALTERNATE RECORD KEY IS loan-phone WITH DUPLICATES
               FILE STATUS IS loans-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.
       FD accounts-file.
       COPY ACCTREC.

       FD loans-file.
       COPY LOANREC.

       FD ledger-file.
       COPY LEDGERREC.

           05 work-net-month         PIC S9(11)V99.
           05 work-net-since         PIC S9(11)V99.
           05 work-detail-count      PIC 9(5).
           05 work-reference         PIC X(12).

       FD month-file.
       01 month-record.
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 loans-file-status          PIC XX VALUE SPACES.
       77 REDEFINES loans-file-status PIC XX.
           88 loans-file-ok          VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
           88 no-more-users          VALUE "Y".
       01 account-list-done-flag     PIC X.
           88 account-list-done      VALUE "Y".
       01 loan-list-done-flag        PIC X.
           88 loan-list-done         VALUE "Y".
       01 loans-on-file-flag         PIC X VALUE "N".
           88 loans-on-file          VALUE "Y".
       01 end-of-ledger-flag         PIC X.
           88 end-of-ledger          VALUE "Y".
       01 summary-found-flag         PIC X.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 sbl-label              PIC X(18).
           05 sbl-amount             PIC -ZZZ,ZZZ,ZZ9.99.
       01 stmt-loan-header.
           05 FILLER                 PIC X(5) VALUE "LOAN ".
           05 slh-loan               PIC 9(10).
           05 FILLER                 PIC X(13) VALUE " REPAID FROM ".
           05 slh-account            PIC 9(10).
       01 stmt-loan-status.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(18) VALUE "NEXT DUE DATE".
           05 sls-due                PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 sls-status             PIC X(30).
       01 arrears-text.
           05 FILLER                 PIC X(26) VALUE
               "IN ARREARS, DAYS PAST DUE ".
           05 art-days               PIC ZZZZ9.
       01 stmt-txn-line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 stl-date               PIC X(8).
           05 stl-amount             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 stl-balance            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 stl-reference          PIC X(12).

       PROCEDURE DIVISION.
       run-statements.
                   MOVE ledger-amount TO signed-amount
               WHEN "REVERSAL"
                   MOVE ledger-amount TO signed-amount
               WHEN "OPENING"
                   MOVE ledger-amount TO signed-amount
               WHEN "LOAN-ADVANCE"
                   MOVE ledger-amount TO signed-amount
               WHEN "EXT-CREDIT"
                   MOVE ledger-amount TO signed-amount
               WHEN "WITHDRAWAL"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "TRANSFER-OUT"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "REVERSAL-DR"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "FEE"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "CHEQUE"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "LOAN-REPAY"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "EXT-PAYMENT"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "WHT"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN OTHER
                   MOVE 0 TO signed-amount
           END-EVALUATE
           MOVE ledger-date TO work-date
           MOVE ledger-type TO work-type
           MOVE ledger-amount TO work-amount
           MOVE ledger-reference TO work-reference
           MOVE ledger-running-balance TO work-balance
           MOVE 0 TO work-net-month
           MOVE 0 TO work-net-since
           MOVE SPACES TO work-date
           MOVE SPACES TO work-type
           MOVE 0 TO work-amount
           MOVE SPACES TO work-reference
           MOVE 0 TO work-balance
           MOVE net-month TO work-net-month
           MOVE net-since TO work-net-since
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN INPUT loans-file
           IF loans-file-ok
               SET loans-on-file TO TRUE
           END-IF
           OPEN OUTPUT statement-file
           IF NOT statement-file-ok
               DISPLAY "Error opening statement file, status "
               MOVE "NO BANK ACCOUNTS ON FILE" TO statement-line
               WRITE statement-line
           END-IF
           IF loans-on-file
               PERFORM statement-loans
           END-IF
           .

       statement-loans.
           MOVE "N" TO loan-list-done-flag
           MOVE statement-phone TO loan-phone
           START loans-file KEY IS EQUAL TO loan-phone
               INVALID KEY
                   SET loan-list-done TO TRUE
           END-START
           PERFORM statement-one-loan UNTIL loan-list-done
           .

       statement-one-loan.
           READ loans-file NEXT RECORD
               AT END
                   SET loan-list-done TO TRUE
               NOT AT END
                   IF loan-phone = statement-phone
                       PERFORM statement-loan-detail
                   ELSE
                       SET loan-list-done TO TRUE
                   END-IF
           END-READ
           .

       statement-loan-detail.
           MOVE loan-number TO slh-loan
           MOVE loan-repay-account TO slh-account
           WRITE statement-line FROM stmt-loan-header
           MOVE "INSTALMENT" TO sbl-label
           MOVE loan-instalment TO sbl-amount
           WRITE statement-line FROM stmt-balance-line
           MOVE "LOAN BALANCE" TO sbl-label
           MOVE loan-balance TO sbl-amount
           WRITE statement-line FROM stmt-balance-line
           EVALUATE TRUE
               WHEN loan-paid-off
                   MOVE SPACES TO sls-due
                   MOVE "REPAID IN FULL" TO sls-status
               WHEN loan-arrears
                   MOVE loan-next-due TO sls-due
                   MOVE loan-days-past-due TO art-days
                   MOVE arrears-text TO sls-status
               WHEN OTHER
                   MOVE loan-next-due TO sls-due
                   MOVE SPACES TO sls-status
           END-EVALUATE
           WRITE statement-line FROM stmt-loan-status
           MOVE SPACES TO statement-line
           WRITE statement-line
           .

       write-statement-header.
                   MOVE work-type TO stl-type
                   MOVE work-amount TO stl-amount
                   MOVE work-balance TO stl-balance
                   MOVE work-reference TO stl-reference
                   WRITE statement-line FROM stmt-txn-line
           END-READ
           .
       close-files.
           CLOSE users-file
           CLOSE accounts-file
           IF loans-on-file
               CLOSE loans-file
           END-IF
           CLOSE work-file
           CLOSE statement-file
           .
