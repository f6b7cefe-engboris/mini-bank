      ****************************************************************
      * Month-end batch job: collects the monthly instalment on      *
      * every loan on loans.dat whose next due date has been         *
      * reached. Each instalment is split into interest (one month   *
      * at the loan's annual rate on the outstanding balance) and    *
      * principal (the rest of the instalment; the last instalment   *
      * clears whatever balance is left). The whole instalment is    *
      * debited from the loan's repayment checking account, subject  *
      * to the same available-balance check as a teller withdrawal,  *
      * and posted to the transaction ledger as a LOAN-REPAY entry   *
      * carrying the loan number as its reference; the principal     *
      * part reduces the loan balance and the due date moves on a    *
      * month. Instalments missed in earlier months are caught up in *
      * the same run. A loan whose instalment cannot be collected    *
      * (missing, closed or dormant account, or insufficient funds)  *
      * keeps its due date, goes into arrears with its days past     *
      * due, and is listed on the collection register                *
      * loan_collection_register.txt with the reason; the job then   *
      * ends with return code 4. A loan that is collected up to date *
      * comes out of arrears. It runs once per month of the business *
      * date: a second run for a month already on the run-control    *
      * log run_control.dat needs a supervisor override.             *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-collection.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loans-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS loan-number
               ALTERNATE RECORD KEY IS loan-phone WITH DUPLICATES
               FILE STATUS IS loans-file-status.

           SELECT accounts-file ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS account-number
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT holds-file ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hold-number
               ALTERNATE RECORD KEY IS hold-account WITH DUPLICATES
               FILE STATUS IS holds-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT register-file ASSIGN TO "loan_collection_register.txt"
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
       FD loans-file.
       COPY LOANREC.

       FD accounts-file.
       COPY ACCTREC.

       FD holds-file.
       COPY HOLDREC.

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
       77 loans-file-status          PIC XX VALUE SPACES.
       77 REDEFINES loans-file-status PIC XX.
           88 loans-file-ok          VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 holds-file-status          PIC XX VALUE SPACES.
       77 REDEFINES holds-file-status PIC XX.
           88 holds-file-ok          VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 register-file-status       PIC XX VALUE SPACES.
       77 REDEFINES register-file-status PIC XX.
           88 register-file-ok       VALUE "00".
       01 end-of-loans               PIC X VALUE "N".
           88 no-more-loans          VALUE "Y".
       01 collection-stopped-flag    PIC X.
           88 collection-stopped     VALUE "Y".
       01 holds-done-flag            PIC X.
           88 holds-done             VALUE "Y".
       01 open-holds-total           PIC 9(9)V99.
       01 available-balance          PIC S9(9)V99.
       01 interest-part              PIC 9(9)V99.
       01 principal-part             PIC S9(9)V99.
       01 collect-amount             PIC 9(9)V99.
       01 exception-reason           PIC X(20).
       01 loans-read                 PIC 9(9) VALUE 0.
       01 instalments-collected      PIC 9(9) VALUE 0.
       01 loans-repaid               PIC 9(9) VALUE 0.
       01 loans-in-arrears           PIC 9(9) VALUE 0.
       01 total-interest             PIC S9(11)V99 VALUE 0.
       01 total-principal            PIC S9(11)V99 VALUE 0.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 current-date-number        PIC 9(8).
       01 next-due-work.
           05 due-year               PIC 9(4).
           05 due-month              PIC 9(2).
           05 due-day                PIC 9(2).
       01 next-due-number REDEFINES next-due-work PIC 9(8).
       01 month-max-day              PIC 9(2).
       01 register-header.
           05 FILLER                 PIC X(26) VALUE
               "LOAN COLLECTION REGISTER  ".
           05 header-date            PIC X(8).
       01 register-columns.
           05 FILLER                 PIC X(40) VALUE
               "LOAN        REPAY FROM  DUE DATE        ".
           05 FILLER                 PIC X(40) VALUE
               "INTEREST       PRINCIPAL         BALANCE".
       01 register-detail.
           05 detail-loan            PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-account         PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-due             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-interest        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-principal       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-balance         PIC ZZZ,ZZZ,ZZ9.99.
       01 register-exception.
           05 exception-loan         PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 exception-account      PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 exception-due          PIC X(8).
           05 FILLER                 PIC X(16) VALUE
               "  NOT COLLECTED ".
           05 exception-text         PIC X(20).
       01 register-arrears.
           05 arrears-loan           PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 arrears-account        PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 arrears-due            PIC X(8).
           05 FILLER                 PIC X(28) VALUE
               "  IN ARREARS, DAYS PAST DUE ".
           05 arrears-days           PIC ZZZZ9.
       01 register-total.
           05 FILLER                 PIC X(22) VALUE
               "INSTALMENTS COLLECTED ".
           05 total-count-out        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE "  INTEREST".
           05 total-interest-out     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(11) VALUE "  PRINCIPAL".
           05 total-principal-out    PIC -ZZZ,ZZZ,ZZ9.99.
       01 register-arrears-total.
           05 FILLER                 PIC X(22) VALUE
               "LOANS IN ARREARS      ".
           05 total-arrears-out      PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE
               "  REPAID IN FULL".
           05 total-repaid-out       PIC ZZZ,ZZ9.
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
       run-collection.
           PERFORM load-business-date
           MOVE current-date-ymd TO current-date-number
           MOVE current-date-ymd(1:6) TO run-period-value
           PERFORM check-previous-run
           PERFORM open-files
           PERFORM UNTIL no-more-loans
               READ loans-file
                   AT END
                       SET no-more-loans TO TRUE
                   NOT AT END
                       PERFORM process-one-loan
               END-READ
           END-PERFORM
           PERFORM write-register-total
           PERFORM close-files
           DISPLAY "Loans read: " loans-read
           DISPLAY "Instalments collected: " instalments-collected
           DISPLAY "Loans repaid in full: " loans-repaid
           DISPLAY "Loans in arrears: " loans-in-arrears
           IF loans-in-arrears > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-control
           STOP RUN.

       open-files.
           OPEN I-O loans-file
           IF loans-file-status = "35"
               DISPLAY "No loans on file, nothing to collect."
               STOP RUN
           END-IF
           IF NOT loans-file-ok
               DISPLAY "Error opening loans file, status "
                   loans-file-status
               STOP RUN
           END-IF
           OPEN I-O accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status
               CLOSE loans-file
               STOP RUN
           END-IF
           OPEN EXTEND ledger-file
           IF ledger-file-status = "35"
               OPEN OUTPUT ledger-file
           END-IF
           IF NOT ledger-file-ok
               DISPLAY "Error opening ledger file, status "
                   ledger-file-status
               CLOSE loans-file
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN OUTPUT register-file
           IF NOT register-file-ok
               DISPLAY "Error opening register file, status "
                   register-file-status
               CLOSE loans-file
               CLOSE accounts-file
               CLOSE ledger-file
               STOP RUN
           END-IF
           MOVE current-date-ymd TO header-date
           WRITE register-line FROM register-header
           WRITE register-line FROM register-columns
           .

       process-one-loan.
           ADD 1 TO loans-read
           IF NOT loan-paid-off
               IF loan-next-due IS NOT NUMERIC
                   MOVE current-date-ymd TO loan-next-due
               END-IF
               MOVE "N" TO collection-stopped-flag
               PERFORM collect-one-instalment
                   UNTIL collection-stopped OR loan-paid-off
                       OR loan-next-due > current-date-ymd
               PERFORM set-arrears-position
               REWRITE loan
               IF NOT loans-file-ok
                   DISPLAY "Error updating loan " loan-number
                       ", status " loans-file-status
               END-IF
           END-IF
           .

       collect-one-instalment.
           COMPUTE interest-part ROUNDED =
               loan-balance * loan-annual-rate / 1200
           COMPUTE principal-part = loan-instalment - interest-part
           IF principal-part < 0
               MOVE 0 TO principal-part
           END-IF
           IF principal-part > loan-balance
                   OR loan-instalments-paid + 1 >= loan-term-months
               MOVE loan-balance TO principal-part
           END-IF
           COMPUTE collect-amount = interest-part + principal-part
           MOVE SPACES TO exception-reason
           MOVE loan-repay-account TO account-number
           READ accounts-file
               INVALID KEY
                   MOVE "REPAY ACCT MISSING" TO exception-reason
               NOT INVALID KEY
                   PERFORM check-repay-account
           END-READ
           IF exception-reason NOT = SPACES
               SET collection-stopped TO TRUE
               PERFORM write-register-exception
           END-IF
           .

       check-repay-account.
           EVALUATE TRUE
               WHEN acct-closed
                   MOVE "REPAY ACCT CLOSED" TO exception-reason
               WHEN acct-dormant
                   MOVE "REPAY ACCT DORMANT" TO exception-reason
               WHEN OTHER
                   PERFORM compute-available-balance
                   IF collect-amount > available-balance
                       MOVE "INSUFFICIENT FUNDS" TO exception-reason
                   ELSE
                       PERFORM post-instalment
                   END-IF
           END-EVALUATE
           .

       post-instalment.
           SUBTRACT collect-amount FROM account-balance
           REWRITE account
           IF accounts-file-ok
               PERFORM write-ledger-entry
               SUBTRACT principal-part FROM loan-balance
               ADD interest-part TO loan-interest-paid
               ADD 1 TO loan-instalments-paid
               ADD 1 TO instalments-collected
               ADD interest-part TO total-interest
               ADD principal-part TO total-principal
               PERFORM write-register-detail
               IF loan-balance = 0
                   SET loan-paid-off TO TRUE
                   ADD 1 TO loans-repaid
               ELSE
                   PERFORM advance-next-due
               END-IF
           ELSE
               MOVE "REPAY REWRITE ERROR" TO exception-reason
           END-IF
           .

       set-arrears-position.
           EVALUATE TRUE
               WHEN loan-paid-off
                   MOVE 0 TO loan-days-past-due
               WHEN loan-next-due NOT > current-date-ymd
                   SET loan-arrears TO TRUE
                   MOVE loan-next-due TO next-due-work
                   COMPUTE loan-days-past-due =
                       FUNCTION INTEGER-OF-DATE(current-date-number)
                       - FUNCTION INTEGER-OF-DATE(next-due-number)
                   ADD 1 TO loans-in-arrears
                   PERFORM write-register-arrears
               WHEN OTHER
                   SET loan-active TO TRUE
                   MOVE 0 TO loan-days-past-due
           END-EVALUATE
           .

       advance-next-due.
           MOVE loan-next-due TO next-due-work
           PERFORM advance-due-by-month
           MOVE next-due-work TO loan-next-due
           .

       advance-due-by-month.
           ADD 1 TO due-month
           IF due-month > 12
               MOVE 1 TO due-month
               ADD 1 TO due-year
           END-IF
           PERFORM set-month-max-day
           IF due-day > month-max-day
               MOVE month-max-day TO due-day
           END-IF
           .

       set-month-max-day.
           EVALUATE due-month
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO month-max-day
               WHEN 2
                   IF FUNCTION MOD(due-year 4) = 0 AND
                           (FUNCTION MOD(due-year 100) NOT = 0 OR
                            FUNCTION MOD(due-year 400) = 0)
                       MOVE 29 TO month-max-day
                   ELSE
                       MOVE 28 TO month-max-day
                   END-IF
               WHEN OTHER
                   MOVE 31 TO month-max-day
           END-EVALUATE
           .

       compute-available-balance.
           PERFORM sum-open-holds
           COMPUTE available-balance =
               account-balance - open-holds-total
           IF account-checking
               ADD account-overdraft-limit TO available-balance
           END-IF
           .

       sum-open-holds.
           MOVE 0 TO open-holds-total
           MOVE "N" TO holds-done-flag
           OPEN INPUT holds-file
           IF holds-file-ok
               MOVE account-number TO hold-account
               START holds-file KEY IS EQUAL TO hold-account
                   INVALID KEY
                       SET holds-done TO TRUE
               END-START
               PERFORM sum-one-hold UNTIL holds-done
               CLOSE holds-file
           END-IF
           .

       sum-one-hold.
           READ holds-file NEXT RECORD
               AT END
                   SET holds-done TO TRUE
               NOT AT END
                   IF hold-account = account-number
                       IF hold-open
                           ADD hold-amount TO open-holds-total
                       END-IF
                   ELSE
                       SET holds-done TO TRUE
                   END-IF
           END-READ
           .

       write-ledger-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE "LOAN-REPAY" TO ledger-type
           MOVE collect-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE "BATCH" TO ledger-operator-id
           MOVE loan-number TO ledger-reference
           WRITE ledger-entry
           IF NOT ledger-file-ok
               DISPLAY "Error writing ledger entry, status "
                   ledger-file-status
           END-IF
           .

       write-register-detail.
           MOVE loan-number TO detail-loan
           MOVE loan-repay-account TO detail-account
           MOVE loan-next-due TO detail-due
           MOVE interest-part TO detail-interest
           MOVE principal-part TO detail-principal
           MOVE loan-balance TO detail-balance
           WRITE register-line FROM register-detail
           .

       write-register-exception.
           MOVE loan-number TO exception-loan
           MOVE loan-repay-account TO exception-account
           MOVE loan-next-due TO exception-due
           MOVE exception-reason TO exception-text
           WRITE register-line FROM register-exception
           .

       write-register-arrears.
           MOVE loan-number TO arrears-loan
           MOVE loan-repay-account TO arrears-account
           MOVE loan-next-due TO arrears-due
           MOVE loan-days-past-due TO arrears-days
           WRITE register-line FROM register-arrears
           .

       write-register-total.
           MOVE instalments-collected TO total-count-out
           MOVE total-interest TO total-interest-out
           MOVE total-principal TO total-principal-out
           WRITE register-line FROM register-total
           MOVE loans-in-arrears TO total-arrears-out
           MOVE loans-repaid TO total-repaid-out
           WRITE register-line FROM register-arrears-total
           .

       close-files.
           CLOSE loans-file
           CLOSE accounts-file
           CLOSE ledger-file
           CLOSE register-file
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
           MOVE "loan-collection" TO run-job-name
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
                           IF run-job-name = "loan-collection" AND
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
           DISPLAY "loan-collection has already run for period "
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
           STRING "LOAN-COLLECTION PERIOD " run-period-value
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
