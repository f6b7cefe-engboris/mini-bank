      * parameter file interest_rate.dat, posts it into the account  *
      * balance, writes an INTEREST entry to the transaction ledger  *
      * and prints a posting register with per-account interest and  *
      * grand totals for the back office. Withholding tax at the     *
      * rate on withholding_tax.dat (percent of the interest) is     *
      * deducted for every customer not flagged tax-exempt on        *
      * users.dat and posted as a separate WHT ledger entry; the     *
      * register shows the tax per account (E marks an exempt        *
      * customer) and the total withheld. It runs once per month of  *
      * the business date: a second run for a month already on the   *
      * run-control log run_control.dat needs a supervisor override. *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interest-accrual.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-file-status.

           SELECT tax-rate-file ASSIGN TO "withholding_tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tax-rate-file-status.

           SELECT users-file ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS phone-number
               ALTERNATE RECORD KEY IS email-address WITH DUPLICATES
               FILE STATUS IS users-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS register-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT run-control-file ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

           SELECT operators-file ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS operator-key
               FILE STATUS IS operators-file-status.

           SELECT audit-log ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD accounts-file.
       01 rate-record.
           05 parm-monthly-rate      PIC 9(2)V9(4).

       FD tax-rate-file.
       01 tax-rate-record.
           05 parm-wht-rate          PIC 9(2)V9(4).

       FD users-file.
       COPY USERREC.

       FD ledger-file.
       COPY LEDGERREC.

       FD register-file.
       01 register-line              PIC X(80).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       FD operators-file.
       COPY OPERREC.

       FD audit-log.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 no-more-accounts       VALUE "Y".
       01 monthly-rate               PIC 9(2)V9(4) VALUE 0.
       01 interest-amount            PIC 9(9)V99 VALUE 0.
       77 tax-rate-file-status       PIC XX VALUE SPACES.
       77 REDEFINES tax-rate-file-status PIC XX.
           88 tax-rate-file-ok       VALUE "00".
       77 users-file-status          PIC XX VALUE SPACES.
       77 REDEFINES users-file-status PIC XX.
           88 users-file-ok          VALUE "00".
       01 wht-rate                   PIC 9(2)V9(4) VALUE 0.
       01 wht-amount                 PIC 9(9)V99 VALUE 0.
       01 gross-balance              PIC S9(9)V99.
       01 customer-exempt-flag       PIC X.
           88 customer-exempt        VALUE "Y".
       01 accounts-taxed             PIC 9(9) VALUE 0.
       01 total-withheld             PIC S9(11)V99 VALUE 0.
       01 accounts-read              PIC 9(9) VALUE 0.
       01 accounts-posted            PIC 9(9) VALUE 0.
       01 total-interest             PIC S9(11)V99 VALUE 0.
           05 header-date            PIC X(8).
           05 FILLER                 PIC X(7) VALUE "  RATE ".
           05 header-rate            PIC Z9.9999.
           05 FILLER                 PIC X(6) VALUE "  WHT ".
           05 header-wht-rate        PIC Z9.9999.
       01 register-detail.
           05 detail-account         PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-interest        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-new-balance     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-withheld        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 detail-exempt          PIC X.
       01 register-total.
           05 FILLER                 PIC X(19) VALUE
               "ACCOUNTS POSTED    ".
               "   TOTAL INTEREST".
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 total-interest-out     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 register-tax-total.
           05 FILLER                 PIC X(19) VALUE
               "ACCOUNTS TAXED     ".
           05 tax-count-out          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(17) VALUE
               "   TOTAL WITHHELD".
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 total-withheld-out     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       77 run-control-status         PIC XX VALUE SPACES.
       77 REDEFINES run-control-status PIC XX.
           88 run-control-ok         VALUE "00".
       77 operators-file-status      PIC XX VALUE SPACES.
       77 REDEFINES operators-file-status PIC XX.
           88 operators-file-ok      VALUE "00".
       77 audit-file-status          PIC XX VALUE SPACES.
       77 REDEFINES audit-file-status PIC XX.
           88 audit-file-ok          VALUE "00".
       01 run-period-value           PIC X(8) VALUE SPACES.
       01 override-operator          PIC X(8) VALUE SPACES.
       01 override-password          PIC X(8).
       01 override-valid-flag        PIC X VALUE "N".
           88 override-valid         VALUE "Y".
       01 previous-run-flag          PIC X VALUE "N".
           88 previous-run           VALUE "Y".
       01 end-of-run-control         PIC X VALUE "N".
           88 no-more-run-control    VALUE "Y".

       PROCEDURE DIVISION.
       run-accrual.
           PERFORM load-rate
           PERFORM load-tax-rate
           PERFORM load-business-date
           MOVE current-date-ymd(1:6) TO run-period-value
           PERFORM check-previous-run
           OPEN I-O accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
               CLOSE register-file
               STOP RUN
           END-IF
           OPEN INPUT users-file
           IF NOT users-file-ok
               DISPLAY "Error opening users file, status "
                   users-file-status
               CLOSE accounts-file
               CLOSE register-file
               CLOSE ledger-file
               STOP RUN
           END-IF
           PERFORM write-register-header
           PERFORM UNTIL no-more-accounts
               READ accounts-file
           END-PERFORM
           PERFORM write-register-total
           CLOSE accounts-file
           CLOSE users-file
           CLOSE ledger-file
           CLOSE register-file
           DISPLAY "Accounts read: " accounts-read
           DISPLAY "Savings accounts posted: " accounts-posted
           DISPLAY "Total interest posted: " total-interest
           DISPLAY "Total withholding tax: " total-withheld
           PERFORM write-run-control
           STOP RUN.

       load-rate.
           END-IF
           .

       load-tax-rate.
           OPEN INPUT tax-rate-file
           IF NOT tax-rate-file-ok
               DISPLAY "Error opening withholding tax file, status "
                   tax-rate-file-status
               STOP RUN
           END-IF
           READ tax-rate-file
               AT END
                   DISPLAY "Withholding tax file is empty."
                   CLOSE tax-rate-file
                   STOP RUN
           END-READ
           CLOSE tax-rate-file
           IF parm-wht-rate IS NOT NUMERIC
               DISPLAY "Invalid withholding tax rate - digits only."
               STOP RUN
           END-IF
           MOVE parm-wht-rate TO wht-rate
           .

       process-one-account.
           ADD 1 TO accounts-read
           IF account-savings AND NOT acct-closed
       post-interest.
           COMPUTE interest-amount ROUNDED =
               account-balance * monthly-rate / 100
           PERFORM compute-withholding-tax
           MOVE account-balance TO detail-old-balance
           ADD interest-amount TO account-balance
           MOVE account-balance TO gross-balance
           SUBTRACT wht-amount FROM account-balance
           REWRITE account
           IF accounts-file-ok
               ADD 1 TO accounts-posted
               ADD interest-amount TO total-interest
               PERFORM write-ledger-entry
               IF wht-amount > 0
                   ADD 1 TO accounts-taxed
                   ADD wht-amount TO total-withheld
                   PERFORM write-tax-ledger-entry
               END-IF
               PERFORM write-register-detail
           ELSE
               DISPLAY "Error posting interest to account "
           END-IF
           .

       compute-withholding-tax.
           MOVE "N" TO customer-exempt-flag
           MOVE account-phone TO phone-number
           READ users-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF tax-exempt
                       SET customer-exempt TO TRUE
                   END-IF
           END-READ
           IF customer-exempt
               MOVE 0 TO wht-amount
           ELSE
               COMPUTE wht-amount ROUNDED =
                   interest-amount * wht-rate / 100
           END-IF
           .

       write-ledger-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE "INTEREST" TO ledger-type
           MOVE interest-amount TO ledger-amount
           MOVE gross-balance TO ledger-running-balance
           MOVE "BATCH" TO ledger-operator-id
           MOVE SPACES TO ledger-reference
           WRITE ledger-entry
           .

       write-tax-ledger-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE "WHT" TO ledger-type
           MOVE wht-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE "BATCH" TO ledger-operator-id
           MOVE SPACES TO ledger-reference
           WRITE ledger-entry
           .

       write-register-header.
           MOVE current-date-ymd TO header-date
           MOVE monthly-rate TO header-rate
           MOVE wht-rate TO header-wht-rate
           MOVE SPACES TO register-line
           WRITE register-line FROM register-header
           .
           MOVE account-number TO detail-account
           MOVE interest-amount TO detail-interest
           MOVE account-balance TO detail-new-balance
           MOVE wht-amount TO detail-withheld
           IF customer-exempt
               MOVE "E" TO detail-exempt
           ELSE
               MOVE SPACE TO detail-exempt
           END-IF
           WRITE register-line FROM register-detail
           .

           MOVE accounts-posted TO total-count-out
           MOVE total-interest TO total-interest-out
           WRITE register-line FROM register-total
           MOVE accounts-taxed TO tax-count-out
           MOVE total-withheld TO total-withheld-out
           WRITE register-line FROM register-tax-total
           .

       load-business-date.
           OPEN INPUT business-date-file
           IF NOT business-date-ok
               DISPLAY "Error opening business date file, status "
                   business-date-status
               STOP RUN
           END-IF
           READ business-date-file
               AT END
                   DISPLAY "Business date file is empty."
                   CLOSE business-date-file
                   STOP RUN
           END-READ
           CLOSE business-date-file
           IF bd-date IS NOT NUMERIC
               DISPLAY "Invalid business date on file - use YYYYMMDD."
               STOP RUN
           END-IF
           MOVE bd-date TO current-date-stamp
           .

       write-run-control.
           MOVE SPACES TO run-control-entry
           MOVE "interest-accrual" TO run-job-name
           MOVE current-date-ymd TO run-business-date
           MOVE run-period-value TO run-period
           MOVE RETURN-CODE TO run-return-code
           MOVE override-operator TO run-override-id
           MOVE FUNCTION CURRENT-DATE TO run-timestamp
           OPEN EXTEND run-control-file
           IF run-control-status = "35"
               OPEN OUTPUT run-control-file
           END-IF
           WRITE run-control-entry
           IF NOT run-control-ok
               DISPLAY "Error writing run control log, status "
                   run-control-status
           END-IF
           CLOSE run-control-file
           .

       check-previous-run.
           MOVE "N" TO previous-run-flag
           OPEN INPUT run-control-file
           IF run-control-ok
               PERFORM UNTIL no-more-run-control
                   READ run-control-file
                       AT END
                           SET no-more-run-control TO TRUE
                       NOT AT END
                           IF run-job-name = "interest-accrual" AND
                                   run-period = run-period-value
                               SET previous-run TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE run-control-file
           END-IF
           IF previous-run
               PERFORM ask-run-override
           END-IF
           .

       ask-run-override.
           DISPLAY "interest-accrual has already run for period "
               run-period-value "."
           DISPLAY "Supervisor ID to override, blank to stop:"
           ACCEPT override-operator
           IF override-operator = SPACES
               DISPLAY "Run refused - period already processed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Supervisor password:"
           ACCEPT override-password
           MOVE "N" TO override-valid-flag
           OPEN INPUT operators-file
           IF operators-file-ok
               MOVE override-operator TO operator-key
               READ operators-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF override-password = operator-password AND
                               operator-supervisor
                           SET override-valid TO TRUE
                       END-IF
               END-READ
               CLOSE operators-file
           ELSE
               DISPLAY "Cannot open operators file, status "
                   operators-file-status
           END-IF
           IF override-valid
               MOVE "RUNOVRIDE" TO audit-change-type
               PERFORM write-override-audit
           ELSE
               MOVE "DENIED" TO audit-change-type
               PERFORM write-override-audit
               DISPLAY "Run refused - supervisor override not "
                   "accepted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       write-override-audit.
           MOVE ZEROS TO audit-phone-number
           MOVE SPACES TO audit-changed-fields
           STRING "INTEREST-ACCRUAL PERIOD " run-period-value
               DELIMITED BY SIZE INTO audit-changed-fields
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
           MOVE override-operator TO audit-operator-id
           OPEN EXTEND audit-log
           IF audit-file-status = "35"
               OPEN OUTPUT audit-log
           END-IF
           WRITE audit-entry
           CLOSE audit-log
           .
