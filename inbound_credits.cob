      ****************************************************************
      * Inbound inter-bank credits: posts the credits received from  *
      * the clearing house (incoming_credits.dat: sender's           *
      * reference, beneficiary account number, amount, remitting     *
      * bank, remitter name) to accounts.dat by account number, as   *
      * EXT-CREDIT entries on ledger.dat carrying the sender's       *
      * reference. Credits that cannot be applied are appended to    *
      * inbound_returns.dat for the clearing house with a return     *
      * reason (NOAC unknown account, CLSD closed, DORM dormant,     *
      * CHKD account number fails its check digit, BADA bad amount,  *
      * ERRW rewrite error). Commits a checkpoint after every        *
      * credit, like branch-posting, so an abended run can resume    *
      * without crediting an account twice.                          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inbound-credits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT incoming-file ASSIGN TO "incoming_credits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS incoming-file-status.

           SELECT accounts-file ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS account-number
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT restart-file ASSIGN TO "inbound_credits.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS restart-file-status.

           SELECT returns-file ASSIGN TO "inbound_returns.dat"
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
       FD incoming-file.
       01 incoming-credit.
           05 ic-reference           PIC X(12).
           05 ic-account             PIC 9(10).
           05 ic-amount              PIC 9(9)V99.
           05 ic-remitting-bank      PIC X(8).
           05 ic-remitter-name       PIC X(30).

       FD accounts-file.
       COPY ACCTREC.

       FD ledger-file.
       COPY LEDGERREC.

       FD restart-file.
       COPY RESTARTREC REPLACING restart-last-phone
           BY restart-last-account.

       FD returns-file.
       01 returned-credit.
           05 ret-date               PIC X(8).
           05 ret-reference          PIC X(12).
           05 ret-account            PIC 9(10).
           05 ret-amount             PIC 9(9)V99.
           05 ret-remitting-bank     PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 ret-reason             PIC X(4).

       FD control-file.
       COPY ACCTCTL.

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 incoming-file-status       PIC XX VALUE SPACES.
       77 REDEFINES incoming-file-status PIC XX.
           88 incoming-file-ok       VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
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
       01 credits-posted             PIC 9(9) VALUE 0.
       01 credits-returned           PIC 9(9) VALUE 0.
       01 records-to-skip            PIC 9(9) VALUE 0.
       01 total-posted               PIC 9(11)V99 VALUE 0.
       01 total-returned             PIC 9(11)V99 VALUE 0.
       01 end-of-input               PIC X VALUE "N".
           88 no-more-transactions   VALUE "Y".
       01 account-found-flag         PIC X.
           88 account-found          VALUE "Y".
       01 reject-reason              PIC X(4).
       01 transaction-amount         PIC 9(9)V99.
       01 transaction-type           PIC X(12).
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
       run-inbound-credits.
           PERFORM load-business-date
           PERFORM load-account-control
           PERFORM load-checkpoint
           MOVE records-to-skip TO records-processed
           OPEN INPUT incoming-file
           IF NOT incoming-file-ok
               DISPLAY "Error opening incoming credits file, status "
                   incoming-file-status
               STOP RUN
           END-IF
           PERFORM skip-already-processed
           OPEN I-O accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status
               CLOSE incoming-file
               STOP RUN
           END-IF
           OPEN EXTEND ledger-file
           IF ledger-file-status = "35"
               OPEN OUTPUT ledger-file
           END-IF
           IF NOT ledger-file-ok
               DISPLAY "Error opening ledger file, status "
                   ledger-file-status
               CLOSE incoming-file
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN EXTEND returns-file
           IF returns-file-status = "35"
               OPEN OUTPUT returns-file
           END-IF
           IF NOT returns-file-ok
               DISPLAY "Error opening inbound returns file, status "
                   returns-file-status
               CLOSE incoming-file
               CLOSE accounts-file
               CLOSE ledger-file
               STOP RUN
           END-IF
           PERFORM UNTIL no-more-transactions
               READ incoming-file
                   AT END
                       SET no-more-transactions TO TRUE
                   NOT AT END
                       PERFORM post-one-credit
               END-READ
           END-PERFORM
           CLOSE incoming-file
           CLOSE accounts-file
           CLOSE ledger-file
           CLOSE returns-file
           PERFORM clear-checkpoint
           DISPLAY "Credits posted: " credits-posted " total "
               total-posted
           DISPLAY "Credits returned: " credits-returned " total "
               total-returned
           IF credits-returned > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
               READ incoming-file
                   AT END
                       SET no-more-transactions TO TRUE
               END-READ
           END-PERFORM
           .

       post-one-credit.
           MOVE SPACES TO reject-reason
           PERFORM validate-credit
           IF reject-reason = SPACES
               PERFORM apply-credit
           END-IF
           IF reject-reason = SPACES
               ADD 1 TO credits-posted
               ADD ic-amount TO total-posted
           ELSE
               ADD 1 TO credits-returned
               IF ic-amount IS NUMERIC
                   ADD ic-amount TO total-returned
               END-IF
               PERFORM write-returned-credit
           END-IF
           ADD 1 TO records-processed
           PERFORM write-checkpoint
           .

       validate-credit.
           EVALUATE TRUE
               WHEN ic-account IS NOT NUMERIC OR ic-account = 0
                   MOVE "NOAC" TO reject-reason
               WHEN ic-amount IS NOT NUMERIC OR ic-amount = 0
                   MOVE "BADA" TO reject-reason
               WHEN OTHER
                   MOVE ic-account TO check-account-number
                   PERFORM verify-check-digit
                   IF NOT check-digit-valid
                       MOVE "CHKD" TO reject-reason
                   END-IF
           END-EVALUATE
           .

       apply-credit.
           MOVE ic-amount TO transaction-amount
           PERFORM read-account
           IF account-found
               ADD transaction-amount TO account-balance
               REWRITE account
               IF accounts-file-ok
                   MOVE "EXT-CREDIT" TO transaction-type
                   PERFORM write-ledger-entry
               ELSE
                   MOVE "ERRW" TO reject-reason
               END-IF
           END-IF
           .

       read-account.
           MOVE "N" TO account-found-flag
           MOVE ic-account TO account-number
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

       write-ledger-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE transaction-type TO ledger-type
           MOVE transaction-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE "CLEARING" TO ledger-operator-id
           MOVE ic-reference TO ledger-reference
           WRITE ledger-entry
           IF NOT ledger-file-ok
               DISPLAY "Error writing ledger entry, status "
                   ledger-file-status
           END-IF
           .

       write-returned-credit.
           MOVE current-date-ymd TO ret-date
           MOVE ic-reference TO ret-reference
           MOVE ic-account TO ret-account
           MOVE ic-amount TO ret-amount
           MOVE ic-remitting-bank TO ret-remitting-bank
           MOVE reject-reason TO ret-reason
           WRITE returned-credit
           IF NOT returns-file-ok
               DISPLAY "Error writing returned credit, status "
                   returns-file-status
           END-IF
           .

       write-checkpoint.
           MOVE records-processed TO restart-checkpoint-count
           MOVE ic-account TO restart-last-account
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
           MOVE "inbound-credits" TO run-job-name
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
