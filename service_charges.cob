      ****************************************************************
      * Batch job: applies service charges to accounts.dat at the    *
      * rates on the fee schedule parameter file fee_schedule.dat    *
      * (monthly maintenance fee for savings and for checking, NSF   *
      * fee, overdraft-usage fee). Each fee is debited from the      *
      * account and written to the transaction ledger as a FEE entry *
      * under operator BATCH. Maintenance and overdraft-usage fees   *
      * (accounts with an overdrawn-since date, not zeros) are       *
      * charged once per calendar month, on the first run in the     *
      * month. NSF fees are raised from the NSF rejects              *
      * branch-posting appends to branch_rejects.dat and from the    *
      * INSUFFICIENT FUNDS lines on the standing order exception     *
      * report. fee_control.dat keeps the last month charged, the    *
      * number of branch rejects already looked at and the date of   *
      * the last exception report charged so that no fee is raised   *
      * twice. Closed, dormant and unknown accounts are never        *
      * charged. Every fee goes on the fee register fee_register.txt *
      * with totals by kind of fee.                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. service-charges.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT accounts-file ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS account-number
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT schedule-file ASSIGN TO "fee_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS schedule-file-status.

           SELECT control-file ASSIGN TO "fee_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.

           SELECT rejects-file ASSIGN TO "branch_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rejects-file-status.

           SELECT exceptions-file ASSIGN TO
                   "standing_orders_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exceptions-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT register-file ASSIGN TO "fee_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS register-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT run-control-file ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD accounts-file.
       COPY ACCTREC.

       FD schedule-file.
       01 schedule-record.
           05 parm-savings-fee       PIC 9(5)V99.
           05 parm-checking-fee      PIC 9(5)V99.
           05 parm-nsf-fee           PIC 9(5)V99.
           05 parm-overdraft-fee     PIC 9(5)V99.

       FD control-file.
       01 control-record.
           05 control-last-month     PIC X(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 control-rejects-seen   PIC 9(9).
           05 FILLER                 PIC X VALUE SPACE.
           05 control-exception-date PIC X(8).

       FD rejects-file.
       01 reject-record.
           05 rej-account            PIC 9(10).
           05 rej-type               PIC X.
           05 rej-amount             PIC 9(9)V99.
           05 FILLER                 PIC X.
           05 rej-reason             PIC X(4).

       FD exceptions-file.
       01 exception-line             PIC X(80).

       FD ledger-file.
       COPY LEDGERREC.

       FD register-file.
       01 register-line              PIC X(80).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 schedule-file-status       PIC XX VALUE SPACES.
       77 REDEFINES schedule-file-status PIC XX.
           88 schedule-file-ok       VALUE "00".
       77 control-file-status        PIC XX VALUE SPACES.
       77 REDEFINES control-file-status PIC XX.
           88 control-file-ok        VALUE "00".
       77 rejects-file-status        PIC XX VALUE SPACES.
       77 REDEFINES rejects-file-status PIC XX.
           88 rejects-file-ok        VALUE "00".
       77 exceptions-file-status     PIC XX VALUE SPACES.
       77 REDEFINES exceptions-file-status PIC XX.
           88 exceptions-file-ok     VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 register-file-status       PIC XX VALUE SPACES.
       77 REDEFINES register-file-status PIC XX.
           88 register-file-ok       VALUE "00".
       01 savings-fee                PIC 9(5)V99 VALUE 0.
       01 checking-fee               PIC 9(5)V99 VALUE 0.
       01 nsf-fee                    PIC 9(5)V99 VALUE 0.
       01 overdraft-fee              PIC 9(5)V99 VALUE 0.
       01 last-month-charged         PIC X(6) VALUE SPACES.
       01 rejects-seen               PIC 9(9) VALUE 0.
       01 rejects-read               PIC 9(9) VALUE 0.
       01 last-exception-date        PIC X(8) VALUE SPACES.
       01 end-of-accounts            PIC X VALUE "N".
           88 no-more-accounts       VALUE "Y".
       01 end-of-rejects             PIC X VALUE "N".
           88 no-more-rejects        VALUE "Y".
       01 end-of-exceptions          PIC X VALUE "N".
           88 no-more-exceptions     VALUE "Y".
       01 account-found-flag         PIC X.
           88 account-found          VALUE "Y".
       01 fee-account                PIC 9(10).
       01 fee-amount                 PIC 9(9)V99.
       01 fee-kind                   PIC X(12).
       01 fees-posted                PIC 9(9) VALUE 0.
       01 fees-skipped               PIC 9(9) VALUE 0.
       01 maintenance-count          PIC 9(9) VALUE 0.
       01 maintenance-total          PIC S9(11)V99 VALUE 0.
       01 overdraft-count            PIC 9(9) VALUE 0.
       01 overdraft-total            PIC S9(11)V99 VALUE 0.
       01 nsf-count                  PIC 9(9) VALUE 0.
       01 nsf-total                  PIC S9(11)V99 VALUE 0.
       01 total-fees                 PIC S9(11)V99 VALUE 0.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 exception-header.
           05 FILLER                 PIC X(34).
           05 exh-date               PIC X(8).
       01 exception-detail.
           05 exd-tag                PIC X(6).
           05 exd-order              PIC 9(10).
           05 FILLER                 PIC X(6).
           05 exd-from               PIC 9(10).
           05 FILLER                 PIC X(4).
           05 exd-to                 PIC 9(10).
           05 FILLER                 PIC X.
           05 exd-amount             PIC X(15).
           05 FILLER                 PIC X.
           05 exd-reason             PIC X(20).
       01 register-header.
           05 FILLER                 PIC X(28) VALUE
               "SERVICE CHARGE FEE REGISTER ".
           05 header-date            PIC X(8).
       01 register-detail.
           05 detail-account         PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-kind            PIC X(12).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-fee             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 detail-new-balance     PIC -ZZZ,ZZZ,ZZ9.99.
       01 register-total.
           05 total-label            PIC X(16).
           05 total-count-out        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE
               "   TOTAL FEE".
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 total-fees-out         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       77 run-control-status         PIC XX VALUE SPACES.
       77 REDEFINES run-control-status PIC XX.
           88 run-control-ok         VALUE "00".

       PROCEDURE DIVISION.
       run-service-charges.
           PERFORM load-fee-schedule
           PERFORM load-fee-control
           PERFORM load-business-date
           PERFORM open-files
           PERFORM write-register-header
           IF current-date-ymd(1:6) > last-month-charged
               PERFORM charge-monthly-fees
               MOVE current-date-ymd(1:6) TO last-month-charged
           ELSE
               DISPLAY "Monthly fees already charged for "
                   last-month-charged "."
           END-IF
           PERFORM charge-branch-nsf-fees
           PERFORM charge-order-nsf-fees
           PERFORM write-register-totals
           CLOSE accounts-file
           CLOSE ledger-file
           CLOSE register-file
           PERFORM save-fee-control
           DISPLAY "Fees posted: " fees-posted
           DISPLAY "Fees not charged (closed, dormant or unknown "
               "account): " fees-skipped
           DISPLAY "Total fees posted: " total-fees
           PERFORM write-run-control
           STOP RUN.

       load-fee-schedule.
           OPEN INPUT schedule-file
           IF NOT schedule-file-ok
               DISPLAY "Error opening fee schedule file, status "
                   schedule-file-status
               STOP RUN
           END-IF
           READ schedule-file
               AT END
                   DISPLAY "Fee schedule file is empty."
                   CLOSE schedule-file
                   STOP RUN
           END-READ
           CLOSE schedule-file
           IF parm-savings-fee IS NOT NUMERIC OR
                   parm-checking-fee IS NOT NUMERIC OR
                   parm-nsf-fee IS NOT NUMERIC OR
                   parm-overdraft-fee IS NOT NUMERIC
               DISPLAY "Invalid fee in fee schedule file - digits "
                   "only."
               STOP RUN
           END-IF
           MOVE parm-savings-fee TO savings-fee
           MOVE parm-checking-fee TO checking-fee
           MOVE parm-nsf-fee TO nsf-fee
           MOVE parm-overdraft-fee TO overdraft-fee
           .

       load-fee-control.
           OPEN INPUT control-file
           IF control-file-status = "35"
               DISPLAY "No fee control file, first fee run."
           ELSE
               READ control-file
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM take-over-fee-control
               END-READ
               CLOSE control-file
           END-IF
           .

       take-over-fee-control.
           IF control-rejects-seen IS NOT NUMERIC
               DISPLAY "Fee control file is invalid, fix it before "
                   "charging fees."
               CLOSE control-file
               STOP RUN
           END-IF
           MOVE control-last-month TO last-month-charged
           MOVE control-rejects-seen TO rejects-seen
           MOVE control-exception-date TO last-exception-date
           .

       open-files.
           OPEN I-O accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status
               STOP RUN
           END-IF
           OPEN OUTPUT register-file
           IF NOT register-file-ok
               DISPLAY "Error opening register file, status "
                   register-file-status
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN EXTEND ledger-file
           IF ledger-file-status = "35"
               OPEN OUTPUT ledger-file
           END-IF
           IF NOT ledger-file-ok
               DISPLAY "Error opening ledger file, status "
                   ledger-file-status
               CLOSE accounts-file
               CLOSE register-file
               STOP RUN
           END-IF
           .

       charge-monthly-fees.
           MOVE 0 TO account-number
           START accounts-file KEY IS NOT LESS THAN account-number
               INVALID KEY
                   SET no-more-accounts TO TRUE
           END-START
           PERFORM UNTIL no-more-accounts
               READ accounts-file NEXT RECORD
                   AT END
                       SET no-more-accounts TO TRUE
                   NOT AT END
                       PERFORM charge-one-account-monthly
               END-READ
           END-PERFORM
           .

       charge-one-account-monthly.
           IF acct-open
               IF account-savings
                   MOVE savings-fee TO fee-amount
               ELSE
                   MOVE checking-fee TO fee-amount
               END-IF
               IF fee-amount > 0
                   MOVE "MAINTENANCE" TO fee-kind
                   PERFORM post-fee
               END-IF
               IF account-overdrawn-since IS NUMERIC AND
                       account-overdrawn-since NOT = "00000000" AND
                       overdraft-fee > 0
                   MOVE overdraft-fee TO fee-amount
                   MOVE "OVERDRAFT" TO fee-kind
                   PERFORM post-fee
               END-IF
           END-IF
           .

       charge-branch-nsf-fees.
           OPEN INPUT rejects-file
           EVALUATE TRUE
               WHEN rejects-file-status = "35"
                   CONTINUE
               WHEN NOT rejects-file-ok
                   DISPLAY "Error opening branch rejects file, status "
                       rejects-file-status
               WHEN OTHER
                   PERFORM read-branch-rejects
                   CLOSE rejects-file
           END-EVALUATE
           .

       read-branch-rejects.
           MOVE 0 TO rejects-read
           PERFORM UNTIL no-more-rejects
               READ rejects-file
                   AT END
                       SET no-more-rejects TO TRUE
                   NOT AT END
                       ADD 1 TO rejects-read
                       IF rejects-read > rejects-seen
                           PERFORM charge-one-branch-reject
                       END-IF
               END-READ
           END-PERFORM
           IF rejects-read < rejects-seen
               DISPLAY "Branch rejects file is shorter than at the "
                   "last fee run, counting restarts at "
                   rejects-read
           END-IF
           MOVE rejects-read TO rejects-seen
           .

       charge-one-branch-reject.
           IF rej-reason = "NSF " AND nsf-fee > 0
               MOVE rej-account TO fee-account
               MOVE "NSF BRANCH" TO fee-kind
               PERFORM charge-nsf-fee
           END-IF
           .

       charge-order-nsf-fees.
           OPEN INPUT exceptions-file
           EVALUATE TRUE
               WHEN exceptions-file-status = "35"
                   CONTINUE
               WHEN NOT exceptions-file-ok
                   DISPLAY "Error opening standing order exceptions, "
                       "status " exceptions-file-status
               WHEN OTHER
                   PERFORM read-order-exceptions
                   CLOSE exceptions-file
           END-EVALUATE
           .

       read-order-exceptions.
           READ exceptions-file
               AT END
                   SET no-more-exceptions TO TRUE
               NOT AT END
                   MOVE exception-line TO exception-header
           END-READ
           IF NOT no-more-exceptions
               IF exh-date NOT > last-exception-date
                   DISPLAY "Standing order exceptions of " exh-date
                       " already charged."
                   SET no-more-exceptions TO TRUE
               ELSE
                   MOVE exh-date TO last-exception-date
               END-IF
           END-IF
           PERFORM UNTIL no-more-exceptions
               READ exceptions-file
                   AT END
                       SET no-more-exceptions TO TRUE
                   NOT AT END
                       MOVE exception-line TO exception-detail
                       PERFORM charge-one-order-exception
               END-READ
           END-PERFORM
           .

       charge-one-order-exception.
           IF exd-tag = "ORDER " AND
                   exd-reason = "INSUFFICIENT FUNDS" AND
                   exd-from IS NUMERIC AND nsf-fee > 0
               MOVE exd-from TO fee-account
               MOVE "NSF ORDER" TO fee-kind
               PERFORM charge-nsf-fee
           END-IF
           .

       charge-nsf-fee.
           PERFORM read-fee-account
           IF account-found
               MOVE nsf-fee TO fee-amount
               PERFORM post-fee
           ELSE
               ADD 1 TO fees-skipped
           END-IF
           .

       read-fee-account.
           MOVE "N" TO account-found-flag
           MOVE fee-account TO account-number
           READ accounts-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF acct-open
                       SET account-found TO TRUE
                   END-IF
           END-READ
           .

       post-fee.
           SUBTRACT fee-amount FROM account-balance
           REWRITE account
           IF accounts-file-ok
               ADD 1 TO fees-posted
               ADD fee-amount TO total-fees
               PERFORM add-to-kind-totals
               PERFORM write-ledger-entry
               PERFORM write-register-detail
           ELSE
               DISPLAY "Error posting fee to account "
                   account-number ", status " accounts-file-status
           END-IF
           .

       add-to-kind-totals.
           EVALUATE fee-kind
               WHEN "MAINTENANCE"
                   ADD 1 TO maintenance-count
                   ADD fee-amount TO maintenance-total
               WHEN "OVERDRAFT"
                   ADD 1 TO overdraft-count
                   ADD fee-amount TO overdraft-total
               WHEN OTHER
                   ADD 1 TO nsf-count
                   ADD fee-amount TO nsf-total
           END-EVALUATE
           .

       write-ledger-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE "FEE" TO ledger-type
           MOVE fee-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE "BATCH" TO ledger-operator-id
           MOVE SPACES TO ledger-reference
           WRITE ledger-entry
           IF NOT ledger-file-ok
               DISPLAY "Error writing ledger entry, status "
                   ledger-file-status
           END-IF
           .

       write-register-header.
           MOVE current-date-ymd TO header-date
           MOVE SPACES TO register-line
           WRITE register-line FROM register-header
           .

       write-register-detail.
           MOVE account-number TO detail-account
           MOVE fee-kind TO detail-kind
           MOVE fee-amount TO detail-fee
           MOVE account-balance TO detail-new-balance
           WRITE register-line FROM register-detail
           .

       write-register-totals.
           MOVE "MAINTENANCE FEES" TO total-label
           MOVE maintenance-count TO total-count-out
           MOVE maintenance-total TO total-fees-out
           WRITE register-line FROM register-total
           MOVE "OVERDRAFT FEES  " TO total-label
           MOVE overdraft-count TO total-count-out
           MOVE overdraft-total TO total-fees-out
           WRITE register-line FROM register-total
           MOVE "NSF FEES        " TO total-label
           MOVE nsf-count TO total-count-out
           MOVE nsf-total TO total-fees-out
           WRITE register-line FROM register-total
           MOVE "ALL FEES        " TO total-label
           MOVE fees-posted TO total-count-out
           MOVE total-fees TO total-fees-out
           WRITE register-line FROM register-total
           .

       save-fee-control.
           MOVE SPACES TO control-record
           MOVE last-month-charged TO control-last-month
           MOVE rejects-seen TO control-rejects-seen
           MOVE last-exception-date TO control-exception-date
           OPEN OUTPUT control-file
           WRITE control-record
           IF NOT control-file-ok
               DISPLAY "Error writing fee control file, status "
                   control-file-status
           END-IF
           CLOSE control-file
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
           MOVE "service-charges" TO run-job-name
           MOVE current-date-ymd TO run-business-date
           MOVE current-date-ymd TO run-period
           MOVE RETURN-CODE TO run-return-code
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
