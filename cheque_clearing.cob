      ****************************************************************
      * Inward clearing for checking accounts: posts the cheques     *
      * presented by the clearing house (presented_cheques.dat:      *
      * account number, cheque number, amount, presenting bank) as   *
      * CHEQUE debits to accounts.dat, with a ledger.dat entry       *
      * carrying the cheque number. Each cheque is checked against   *
      * the stop payments on stop_payments.dat and against the       *
      * available balance exactly as teller-transactions checks a    *
      * withdrawal (open holds and the agreed overdraft limit).      *
      * Cheques that cannot be paid are appended to                  *
      * returned_items.dat for the clearing house with a return      *
      * reason (STOP stopped, NSF insufficient funds, CLSD closed,   *
      * DORM dormant, NOAC unknown account, NCHK not a checking      *
      * account, CHKD account number fails its check digit, BADC bad *
      * cheque number, BADA bad amount, ERRW rewrite error). Commits *
      * a checkpoint after every cheque, like branch-posting, so an  *
      * abended run can resume without paying a cheque twice.        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cheque-clearing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presented-file ASSIGN TO "presented_cheques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS presented-file-status.

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

           SELECT stops-file ASSIGN TO "stop_payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS stop-key
               FILE STATUS IS stops-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT restart-file ASSIGN TO "cheque_clearing.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS restart-file-status.

           SELECT returns-file ASSIGN TO "returned_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-file-status.

           SELECT control-file ASSIGN TO "account_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT run-control-file ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD presented-file.
       01 presented-cheque.
           05 pc-account             PIC 9(10).
           05 pc-cheque-number       PIC 9(8).
           05 pc-amount              PIC 9(9)V99.
           05 pc-presenting-bank     PIC X(8).

       FD accounts-file.
       COPY ACCTREC.

       FD holds-file.
       COPY HOLDREC.

       FD stops-file.
       COPY STOPREC.

       FD ledger-file.
       COPY LEDGERREC.

       FD restart-file.
       COPY RESTARTREC REPLACING restart-last-phone
           BY restart-last-account.

       FD returns-file.
       01 returned-item.
           05 ret-date               PIC X(8).
           05 ret-account            PIC 9(10).
           05 ret-cheque-number      PIC 9(8).
           05 ret-amount             PIC 9(9)V99.
           05 ret-presenting-bank    PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 ret-reason             PIC X(4).

       FD control-file.
       COPY ACCTCTL.

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 presented-file-status      PIC XX VALUE SPACES.
       77 REDEFINES presented-file-status PIC XX.
           88 presented-file-ok      VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 holds-file-status          PIC XX VALUE SPACES.
       77 REDEFINES holds-file-status PIC XX.
           88 holds-file-ok          VALUE "00".
       77 stops-file-status          PIC XX VALUE SPACES.
       77 REDEFINES stops-file-status PIC XX.
           88 stops-file-ok          VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 restart-file-status        PIC XX VALUE SPACES.
       77 REDEFINES restart-file-status PIC XX.
           88 restart-file-ok        VALUE "00".
       77 returns-file-status        PIC XX VALUE SPACES.
       77 REDEFINES returns-file-status PIC XX.
           88 returns-file-ok        VALUE "00".
       01 records-processed          PIC 9(9) VALUE 0.
       01 cheques-paid               PIC 9(9) VALUE 0.
       01 cheques-returned           PIC 9(9) VALUE 0.
       01 records-to-skip            PIC 9(9) VALUE 0.
       01 total-paid                 PIC 9(11)V99 VALUE 0.
       01 total-returned             PIC 9(11)V99 VALUE 0.
       01 end-of-input               PIC X VALUE "N".
           88 no-more-transactions   VALUE "Y".
       01 account-found-flag         PIC X.
           88 account-found          VALUE "Y".
       01 stops-on-file-flag         PIC X VALUE "N".
           88 stops-on-file          VALUE "Y".
       01 stop-found-flag            PIC X.
           88 stop-found             VALUE "Y".
       01 stops-done-flag            PIC X.
           88 stops-done             VALUE "Y".
       01 reject-reason              PIC X(4).
       01 transaction-amount         PIC 9(9)V99.
       01 transaction-type           PIC X(12).
       01 available-balance          PIC S9(9)V99.
       01 open-holds-total           PIC 9(9)V99.
       01 holds-done-flag            PIC X.
           88 holds-done             VALUE "Y".
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).

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
       77 run-control-status         PIC XX VALUE SPACES.
       77 REDEFINES run-control-status PIC XX.
           88 run-control-ok         VALUE "00".

       PROCEDURE DIVISION.
       run-cheque-clearing.
           PERFORM load-business-date
           PERFORM load-account-control
           PERFORM load-checkpoint
           MOVE records-to-skip TO records-processed
           OPEN INPUT presented-file
           IF NOT presented-file-ok
               DISPLAY "Error opening presented cheques file, status "
                   presented-file-status
               STOP RUN
           END-IF
           PERFORM skip-already-processed
           OPEN I-O accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status
               CLOSE presented-file
               STOP RUN
           END-IF
           OPEN INPUT stops-file
           IF stops-file-ok
               SET stops-on-file TO TRUE
           END-IF
           OPEN EXTEND ledger-file
           IF ledger-file-status = "35"
               OPEN OUTPUT ledger-file
           END-IF
           IF NOT ledger-file-ok
               DISPLAY "Error opening ledger file, status "
                   ledger-file-status
               CLOSE presented-file
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN EXTEND returns-file
           IF returns-file-status = "35"
               OPEN OUTPUT returns-file
           END-IF
           IF NOT returns-file-ok
               DISPLAY "Error opening returned items file, status "
                   returns-file-status
               CLOSE presented-file
               CLOSE accounts-file
               CLOSE ledger-file
               STOP RUN
           END-IF
           PERFORM UNTIL no-more-transactions
               READ presented-file
                   AT END
                       SET no-more-transactions TO TRUE
                   NOT AT END
                       PERFORM clear-one-cheque
               END-READ
           END-PERFORM
           CLOSE presented-file
           CLOSE accounts-file
           IF stops-on-file
               CLOSE stops-file
           END-IF
           CLOSE ledger-file
           CLOSE returns-file
           PERFORM clear-checkpoint
           DISPLAY "Cheques paid: " cheques-paid " total " total-paid
           DISPLAY "Cheques returned: " cheques-returned " total "
               total-returned
           PERFORM write-run-control
           STOP RUN.

       load-checkpoint.
           OPEN INPUT restart-file
           IF restart-file-status = "35"
               MOVE 0 TO records-to-skip
           ELSE
               READ restart-file
                   AT END
                       MOVE 0 TO records-to-skip
                   NOT AT END
                       MOVE restart-checkpoint-count TO records-to-skip
               END-READ
               CLOSE restart-file
           END-IF
           IF records-to-skip > 0
               DISPLAY "Resuming after checkpoint, skipping "
                   records-to-skip " already-posted records."
           END-IF
           .

       skip-already-processed.
           PERFORM records-to-skip TIMES
               READ presented-file
                   AT END
                       SET no-more-transactions TO TRUE
               END-READ
           END-PERFORM
           .

       clear-one-cheque.
           MOVE SPACES TO reject-reason
           PERFORM validate-cheque
           IF reject-reason = SPACES
               PERFORM pay-cheque
           END-IF
           IF reject-reason = SPACES
               ADD 1 TO cheques-paid
               ADD pc-amount TO total-paid
           ELSE
               ADD 1 TO cheques-returned
               IF pc-amount IS NUMERIC
                   ADD pc-amount TO total-returned
               END-IF
               PERFORM write-returned-item
           END-IF
           ADD 1 TO records-processed
           PERFORM write-checkpoint
           .

       validate-cheque.
           EVALUATE TRUE
               WHEN pc-cheque-number IS NOT NUMERIC
                       OR pc-cheque-number = 0
                   MOVE "BADC" TO reject-reason
               WHEN pc-amount IS NOT NUMERIC OR pc-amount = 0
                   MOVE "BADA" TO reject-reason
               WHEN OTHER
                   MOVE pc-account TO check-account-number
                   PERFORM verify-check-digit
                   IF NOT check-digit-valid
                       MOVE "CHKD" TO reject-reason
                   END-IF
           END-EVALUATE
           .

       pay-cheque.
           MOVE pc-amount TO transaction-amount
           PERFORM read-account
           IF account-found
               PERFORM check-stop-payment
               EVALUATE TRUE
                   WHEN NOT account-checking
                       MOVE "NCHK" TO reject-reason
                   WHEN stop-found
                       MOVE "STOP" TO reject-reason
                   WHEN OTHER
                       PERFORM apply-cheque-debit
               END-EVALUATE
           END-IF
           .

       read-account.
           MOVE "N" TO account-found-flag
           MOVE pc-account TO account-number
           READ accounts-file
               INVALID KEY
                   MOVE "NOAC" TO reject-reason
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN acct-closed
                           MOVE "CLSD" TO reject-reason
                       WHEN acct-dormant
                           MOVE "DORM" TO reject-reason
                       WHEN OTHER
                           SET account-found TO TRUE
                   END-EVALUATE
           END-READ
           .

       check-stop-payment.
           MOVE "N" TO stop-found-flag
           MOVE "N" TO stops-done-flag
           IF stops-on-file
               MOVE pc-account TO stop-account
               MOVE ZEROS TO stop-first-cheque
               START stops-file KEY IS NOT LESS THAN stop-key
                   INVALID KEY
                       SET stops-done TO TRUE
               END-START
               PERFORM check-one-stop UNTIL stops-done
           END-IF
           .

       check-one-stop.
           READ stops-file NEXT RECORD
               AT END
                   SET stops-done TO TRUE
               NOT AT END
                   IF stop-account NOT = pc-account OR
                           stop-first-cheque > pc-cheque-number
                       SET stops-done TO TRUE
                   ELSE
                       IF stop-active AND
                               pc-cheque-number NOT > stop-last-cheque
                               AND (stop-amount = 0 OR
                                   stop-amount = pc-amount)
                               AND stop-expiry NOT < current-date-ymd
                           SET stop-found TO TRUE
                           SET stops-done TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       apply-cheque-debit.
           PERFORM compute-available-balance
           IF transaction-amount > available-balance
               MOVE "NSF " TO reject-reason
           ELSE
               SUBTRACT transaction-amount FROM account-balance
               REWRITE account
               IF accounts-file-ok
                   MOVE "CHEQUE" TO transaction-type
                   PERFORM write-ledger-entry
               ELSE
                   MOVE "ERRW" TO reject-reason
               END-IF
           END-IF
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
           MOVE transaction-type TO ledger-type
           MOVE transaction-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE "CLEARING" TO ledger-operator-id
           MOVE pc-cheque-number TO ledger-reference
           WRITE ledger-entry
           IF NOT ledger-file-ok
               DISPLAY "Error writing ledger entry, status "
                   ledger-file-status
           END-IF
           .

       write-returned-item.
           MOVE current-date-ymd TO ret-date
           MOVE pc-account TO ret-account
           MOVE pc-cheque-number TO ret-cheque-number
           MOVE pc-amount TO ret-amount
           MOVE pc-presenting-bank TO ret-presenting-bank
           MOVE reject-reason TO ret-reason
           WRITE returned-item
           IF NOT returns-file-ok
               DISPLAY "Error writing returned item, status "
                   returns-file-status
           END-IF
           .

       write-checkpoint.
           MOVE records-processed TO restart-checkpoint-count
           MOVE pc-account TO restart-last-account
           OPEN OUTPUT restart-file
           WRITE restart-record
           IF NOT restart-file-ok
               DISPLAY "Error writing checkpoint, status "
                   restart-file-status
           END-IF
           CLOSE restart-file
           .

       clear-checkpoint.
           MOVE 0 TO restart-checkpoint-count
           MOVE 0 TO restart-last-account
           OPEN OUTPUT restart-file
           WRITE restart-record
           IF NOT restart-file-ok
               DISPLAY "Error clearing checkpoint, status "
                   restart-file-status
           END-IF
           CLOSE restart-file
           .

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
           MOVE "cheque-clearing" TO run-job-name
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
