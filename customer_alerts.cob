      ****************************************************************
      * Nightly batch: builds the alert file for the SMS/email       *
      * notification vendor (customer_alerts.dat, one fixed-width    *
      * record per alert carrying the customer's phone-number and    *
      * email-address from users.dat and the delivery channel). Each *
      * customer chooses the alerts they want on alert_prefs.dat,    *
      * maintained from register-user. Events raised: an account     *
      * overdrawn (account-overdrawn-since, as stamped by the daily  *
      * overdrawn report) or beyond its overdraft limit; a debit     *
      * posted on the business date that takes the balance below the *
      * customer's low-balance level; a single withdrawal, transfer  *
      * out or payment to another bank above the customer's alert    *
      * amount; an account marked dormant by the day's               *
      * dormant-accounts run (dormant_register.txt); a standing      *
      * order on the day's exception report                          *
      * (standing_orders_exceptions.txt). Closed customers and       *
      * closed accounts are never alerted. Every alert sent is       *
      * recorded on alert_log.dat, keyed by account, alert type and  *
      * the event it reports; an event already on the log is not     *
      * sent again, so the job can safely be re-run. Run after the   *
      * end-of-day postings, the overdrawn report and the dormant    *
      * scan.                                                        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-alerts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT accounts-file ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS account-number
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT users-file ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS phone-number
               ALTERNATE RECORD KEY IS email-address WITH DUPLICATES
               FILE STATUS IS users-file-status.

           SELECT prefs-file ASSIGN TO "alert_prefs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pref-phone
               FILE STATUS IS prefs-file-status.

           SELECT alert-log-file ASSIGN TO "alert_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS alog-key
               FILE STATUS IS alert-log-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT dormant-file ASSIGN TO "dormant_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dormant-file-status.

           SELECT exceptions-file ASSIGN TO
                   "standing_orders_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exceptions-file-status.

           SELECT alerts-file ASSIGN TO "customer_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alerts-file-status.

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

       FD users-file.
       COPY USERREC.

       FD prefs-file.
       COPY ALERTPREF.

       FD alert-log-file.
       01 alert-log-entry.
           05 alog-key.
               10 alog-account       PIC 9(10).
               10 alog-type          PIC X(10).
               10 alog-event-date    PIC X(8).
               10 alog-event-ref     PIC X(12).
           05 alog-phone             PIC 9(10).
           05 alog-sent-date         PIC X(8).
           05 alog-timestamp         PIC X(21).

       FD ledger-file.
       COPY LEDGERREC.

       FD dormant-file.
       01 dormant-header.
           05 FILLER                 PIC X(26).
           05 drh-date               PIC X(8).
       01 dormant-detail.
           05 drd-account            PIC 9(10).
           05 FILLER                 PIC X(7).
           05 drd-phone              PIC 9(10).
           05 FILLER                 PIC X(15).
           05 drd-last-date          PIC X(8).

       FD exceptions-file.
       01 exception-header.
           05 FILLER                 PIC X(34).
           05 exh-date               PIC X(8).
       01 exception-detail.
           05 exd-label              PIC X(6).
               88 exd-order-line       VALUE "ORDER ".
           05 exd-order              PIC 9(10).
           05 FILLER                 PIC X(6).
           05 exd-from               PIC 9(10).
           05 FILLER                 PIC X(4).
           05 exd-to                 PIC 9(10).
           05 FILLER                 PIC X.
           05 exd-amount             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X.
           05 exd-reason             PIC X(20).

       FD alerts-file.
       01 customer-alert.
           05 alr-date               PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-type               PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-channel            PIC X.
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-phone              PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-email              PIC X(30).
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-first-name         PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-account            PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-amount             PIC -9(9).99.
           05 FILLER                 PIC X VALUE SPACE.
           05 alr-message            PIC X(60).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 users-file-status          PIC XX VALUE SPACES.
       77 REDEFINES users-file-status PIC XX.
           88 users-file-ok          VALUE "00".
       77 prefs-file-status          PIC XX VALUE SPACES.
       77 REDEFINES prefs-file-status PIC XX.
           88 prefs-file-ok          VALUE "00".
       77 alert-log-status           PIC XX VALUE SPACES.
       77 REDEFINES alert-log-status PIC XX.
           88 alert-log-ok           VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 dormant-file-status        PIC XX VALUE SPACES.
       77 REDEFINES dormant-file-status PIC XX.
           88 dormant-file-ok        VALUE "00".
       77 exceptions-file-status     PIC XX VALUE SPACES.
       77 REDEFINES exceptions-file-status PIC XX.
           88 exceptions-file-ok     VALUE "00".
       77 alerts-file-status         PIC XX VALUE SPACES.
       77 REDEFINES alerts-file-status PIC XX.
           88 alerts-file-ok         VALUE "00".
       01 end-of-accounts            PIC X VALUE "N".
           88 no-more-accounts       VALUE "Y".
       01 end-of-ledger              PIC X VALUE "N".
           88 no-more-ledger         VALUE "Y".
       01 end-of-dormant             PIC X VALUE "N".
           88 no-more-dormant        VALUE "Y".
       01 end-of-exceptions          PIC X VALUE "N".
           88 no-more-exceptions     VALUE "Y".
       01 account-found-flag         PIC X.
           88 account-found          VALUE "Y".
       01 customer-alertable-flag    PIC X.
           88 customer-alertable     VALUE "Y".
       01 debit-kind                 PIC X.
           88 debit-none             VALUE "N".
           88 debit-other            VALUE "D".
           88 debit-large-type       VALUE "L".
           88 debit-entry            VALUES "D", "L".
       01 ledger-line-number         PIC 9(12) VALUE 0.
       01 prior-balance              PIC S9(10)V99.
       01 limit-headroom             PIC S9(10)V99.
       01 alert-type                 PIC X(10).
       01 alert-event-date           PIC X(8).
       01 alert-event-ref            PIC X(12).
       01 alert-amount               PIC S9(9)V99.
       01 alert-message              PIC X(60).
       01 alerts-written             PIC 9(9) VALUE 0.
       01 alerts-repeated            PIC 9(9) VALUE 0.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       77 run-control-status         PIC XX VALUE SPACES.
       77 REDEFINES run-control-status PIC XX.
           88 run-control-ok         VALUE "00".

       PROCEDURE DIVISION.
       run-customer-alerts.
           PERFORM load-business-date
           PERFORM open-files
           PERFORM scan-accounts
           PERFORM scan-ledger
           PERFORM scan-dormant-register
           PERFORM scan-order-exceptions
           PERFORM close-files
           DISPLAY "Alerts written: " alerts-written
           DISPLAY "Alerts already sent, not repeated: "
               alerts-repeated
           PERFORM write-run-control
           STOP RUN.

       open-files.
           OPEN INPUT prefs-file
           IF prefs-file-status = "35"
               DISPLAY "No alert preferences on file, nothing to send."
               PERFORM write-run-control
               STOP RUN
           END-IF
           IF NOT prefs-file-ok
               DISPLAY "Error opening alert preferences file, status "
                   prefs-file-status
               STOP RUN
           END-IF
           OPEN INPUT users-file
           IF NOT users-file-ok
               DISPLAY "Error opening users file, status "
                   users-file-status
               CLOSE prefs-file
               STOP RUN
           END-IF
           OPEN INPUT accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status
               CLOSE prefs-file
               CLOSE users-file
               STOP RUN
           END-IF
           OPEN I-O alert-log-file
           IF alert-log-status = "35"
               OPEN OUTPUT alert-log-file
               CLOSE alert-log-file
               OPEN I-O alert-log-file
           END-IF
           IF NOT alert-log-ok
               DISPLAY "Error opening alert log, status "
                   alert-log-status
               CLOSE prefs-file
               CLOSE users-file
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN EXTEND alerts-file
           IF alerts-file-status = "35"
               OPEN OUTPUT alerts-file
           END-IF
           IF NOT alerts-file-ok
               DISPLAY "Error opening customer alerts file, status "
                   alerts-file-status
               CLOSE prefs-file
               CLOSE users-file
               CLOSE accounts-file
               CLOSE alert-log-file
               STOP RUN
           END-IF
           .

       scan-accounts.
           MOVE ZEROS TO account-number
           START accounts-file KEY IS NOT LESS THAN account-number
               INVALID KEY
                   SET no-more-accounts TO TRUE
           END-START
           PERFORM UNTIL no-more-accounts
               READ accounts-file NEXT RECORD
                   AT END
                       SET no-more-accounts TO TRUE
                   NOT AT END
                       PERFORM check-overdrawn-account
               END-READ
           END-PERFORM
           .

       check-overdrawn-account.
           IF NOT acct-closed AND account-balance < 0
                   AND account-overdrawn-since IS NUMERIC
                   AND account-overdrawn-since NOT = "00000000"
               PERFORM load-alert-customer
               IF customer-alertable AND pref-overdrawn
                   MOVE "OVERDRAWN" TO alert-type
                   MOVE account-overdrawn-since TO alert-event-date
                   MOVE SPACES TO alert-event-ref
                   MOVE account-balance TO alert-amount
                   MOVE "Your account is overdrawn." TO alert-message
                   PERFORM raise-alert
                   COMPUTE limit-headroom =
                       account-balance + account-overdraft-limit
                   IF account-overdraft-limit > 0 AND limit-headroom < 0
                       MOVE "OVERLIMIT" TO alert-type
                       MOVE "Your account is over its overdraft limit."
                           TO alert-message
                       PERFORM raise-alert
                   END-IF
               END-IF
           END-IF
           .

       scan-ledger.
           OPEN INPUT ledger-file
           EVALUATE TRUE
               WHEN ledger-file-status = "35"
                   CONTINUE
               WHEN NOT ledger-file-ok
                   DISPLAY "Error opening ledger file, status "
                       ledger-file-status
               WHEN OTHER
                   PERFORM UNTIL no-more-ledger
                       READ ledger-file
                           AT END
                               SET no-more-ledger TO TRUE
                           NOT AT END
                               ADD 1 TO ledger-line-number
                               IF ledger-date = current-date-ymd
                                   PERFORM check-ledger-entry
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ledger-file
           END-EVALUATE
           .

       check-ledger-entry.
           SET debit-none TO TRUE
           EVALUATE ledger-type
               WHEN "WITHDRAWAL"
               WHEN "TRANSFER-OUT"
               WHEN "EXT-PAYMENT"
                   SET debit-large-type TO TRUE
               WHEN "REVERSAL-DR"
               WHEN "FEE"
               WHEN "CHEQUE"
               WHEN "LOAN-REPAY"
               WHEN "WHT"
                   SET debit-other TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF debit-entry
               MOVE ledger-account-number TO account-number
               PERFORM read-alert-account
               IF account-found
                   PERFORM load-alert-customer
                   IF customer-alertable
                       PERFORM check-large-debit
                       PERFORM check-low-balance
                   END-IF
               END-IF
           END-IF
           .

       check-large-debit.
           IF debit-large-type AND pref-large-debit
                   AND ledger-amount > pref-large-debit-level
               MOVE "LARGEDEBIT" TO alert-type
               MOVE ledger-date TO alert-event-date
               MOVE ledger-line-number TO alert-event-ref
               MOVE ledger-amount TO alert-amount
               EVALUATE ledger-type
                   WHEN "WITHDRAWAL"
                       MOVE "Withdrawal above your alert amount."
                           TO alert-message
                   WHEN "TRANSFER-OUT"
                       MOVE "Transfer out above your alert amount."
                           TO alert-message
                   WHEN OTHER
                       MOVE "Payment out above your alert amount."
                           TO alert-message
               END-EVALUATE
               PERFORM raise-alert
           END-IF
           .

       check-low-balance.
           IF pref-low-balance
               COMPUTE prior-balance =
                   ledger-running-balance + ledger-amount
               IF ledger-running-balance < pref-low-balance-level
                       AND prior-balance NOT < pref-low-balance-level
                   MOVE "LOWBAL" TO alert-type
                   MOVE ledger-date TO alert-event-date
                   MOVE ledger-line-number TO alert-event-ref
                   MOVE ledger-running-balance TO alert-amount
                   MOVE "Balance below your alert level."
                       TO alert-message
                   PERFORM raise-alert
               END-IF
           END-IF
           .

       scan-dormant-register.
           OPEN INPUT dormant-file
           IF dormant-file-ok
               READ dormant-file
                   AT END
                       SET no-more-dormant TO TRUE
               END-READ
               IF drh-date NOT = current-date-ymd
                   SET no-more-dormant TO TRUE
               END-IF
               PERFORM UNTIL no-more-dormant
                   READ dormant-file
                       AT END
                           SET no-more-dormant TO TRUE
                       NOT AT END
                           PERFORM check-dormant-account
                   END-READ
               END-PERFORM
               CLOSE dormant-file
           END-IF
           .

       check-dormant-account.
           IF drd-account IS NUMERIC
               MOVE drd-account TO account-number
               PERFORM read-alert-account
               IF account-found AND acct-dormant
                   PERFORM load-alert-customer
                   IF customer-alertable AND pref-dormant
                       MOVE "DORMANT" TO alert-type
                       MOVE current-date-ymd TO alert-event-date
                       MOVE SPACES TO alert-event-ref
                       MOVE account-balance TO alert-amount
                       MOVE "Account made dormant - please contact us."
                           TO alert-message
                       PERFORM raise-alert
                   END-IF
               END-IF
           END-IF
           .

       scan-order-exceptions.
           OPEN INPUT exceptions-file
           IF exceptions-file-ok
               READ exceptions-file
                   AT END
                       SET no-more-exceptions TO TRUE
               END-READ
               IF exh-date NOT = current-date-ymd
                   SET no-more-exceptions TO TRUE
               END-IF
               PERFORM UNTIL no-more-exceptions
                   READ exceptions-file
                       AT END
                           SET no-more-exceptions TO TRUE
                       NOT AT END
                           PERFORM check-failed-order
                   END-READ
               END-PERFORM
               CLOSE exceptions-file
           END-IF
           .

       check-failed-order.
           IF exd-order-line AND exd-from IS NUMERIC
               MOVE exd-from TO account-number
               PERFORM read-alert-account
               IF account-found
                   PERFORM load-alert-customer
                   IF customer-alertable AND pref-order-failed
                       MOVE "SOFAILED" TO alert-type
                       MOVE current-date-ymd TO alert-event-date
                       MOVE exd-order TO alert-event-ref
                       MOVE exd-amount TO alert-amount
                       MOVE SPACES TO alert-message
                       STRING "Standing order " exd-order " failed: "
                           exd-reason DELIMITED BY SIZE
                           INTO alert-message
                       END-STRING
                       PERFORM raise-alert
                   END-IF
               END-IF
           END-IF
           .

       read-alert-account.
           MOVE "N" TO account-found-flag
           READ accounts-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT acct-closed
                       SET account-found TO TRUE
                   END-IF
           END-READ
           .

       load-alert-customer.
           MOVE "N" TO customer-alertable-flag
           MOVE account-phone TO phone-number
           READ users-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT account-closed
                       MOVE account-phone TO pref-phone
                       READ prefs-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET customer-alertable TO TRUE
                       END-READ
                   END-IF
           END-READ
           .

       raise-alert.
           PERFORM set-alert-log-key
           READ alert-log-file
               INVALID KEY
                   PERFORM write-customer-alert
               NOT INVALID KEY
                   ADD 1 TO alerts-repeated
           END-READ
           .

       set-alert-log-key.
           MOVE account-number TO alog-account
           MOVE alert-type TO alog-type
           MOVE alert-event-date TO alog-event-date
           MOVE alert-event-ref TO alog-event-ref
           .

       write-customer-alert.
           MOVE SPACES TO customer-alert
           MOVE current-date-ymd TO alr-date
           MOVE alert-type TO alr-type
           MOVE pref-channel TO alr-channel
           MOVE phone-number TO alr-phone
           MOVE email-address TO alr-email
           MOVE first-name TO alr-first-name
           MOVE account-number TO alr-account
           MOVE alert-amount TO alr-amount
           MOVE alert-message TO alr-message
           WRITE customer-alert
           IF alerts-file-ok
               ADD 1 TO alerts-written
               PERFORM write-alert-log-entry
           ELSE
               DISPLAY "Error writing customer alert, status "
                   alerts-file-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       write-alert-log-entry.
           PERFORM set-alert-log-key
           MOVE phone-number TO alog-phone
           MOVE current-date-ymd TO alog-sent-date
           MOVE FUNCTION CURRENT-DATE TO alog-timestamp
           WRITE alert-log-entry
           IF NOT alert-log-ok
               DISPLAY "Error writing alert log, status "
                   alert-log-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       close-files.
           CLOSE prefs-file
           CLOSE users-file
           CLOSE accounts-file
           CLOSE alert-log-file
           CLOSE alerts-file
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
           MOVE "customer-alerts" TO run-job-name
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
