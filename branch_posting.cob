      * Entries that cannot post go to branch_rejects.dat with a     *
      * reason code (NOAC unknown account, CLSD closed, DORM         *
      * dormant, NSF insufficient funds, BADT bad type, BADA bad     *
      * amount, CHKD account number fails its check digit, ERRW      *
      * rewrite error) so the branch can resubmit them.              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-posting.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rejects-file-status.

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
       FD transaction-file.
           05 FILLER                 PIC X VALUE SPACE.
           05 rej-reason             PIC X(4).

       FD control-file.
       COPY ACCTCTL.

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 trans-file-status          PIC XX VALUE SPACES.
       77 REDEFINES trans-file-status PIC XX.
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
       run-branch-posting.
           PERFORM load-business-date
           PERFORM load-account-control
           PERFORM load-checkpoint
           MOVE records-to-skip TO records-processed
           OPEN INPUT transaction-file
           PERFORM clear-checkpoint
           DISPLAY "Records posted: " records-posted
           DISPLAY "Records rejected: " records-rejected
           PERFORM write-run-control
           STOP RUN.

       load-checkpoint.
                   MOVE "BADA" TO reject-reason
               END-IF
           END-IF
           IF reject-reason = SPACES
               MOVE bt-account TO check-account-number
               PERFORM verify-check-digit
               IF NOT check-digit-valid
                   MOVE "CHKD" TO reject-reason
               END-IF
           END-IF
           .

       apply-transaction.
           MOVE transaction-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE "BRANCH" TO ledger-operator-id
           MOVE SPACES TO ledger-reference
           WRITE ledger-entry
           IF NOT ledger-file-ok
               DISPLAY "Error writing ledger entry, status "
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
           MOVE "branch-posting" TO run-job-name
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
