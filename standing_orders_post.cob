      * cannot post (missing, closed or dormant account, or          *
      * insufficient funds) keep their due date and go to the        *
      * exception report standing_orders_exceptions.txt so they are  *
      * retried on the next run instead of silently vanishing. It    *
      * runs once per business date: a second run for a date already *
      * on the run-control log run_control.dat needs a supervisor    *
      * override.                                                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. standing-orders-post.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exceptions-file-status.

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
       FD orders-file.
       FD exceptions-file.
       01 exception-line             PIC X(80).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       FD operators-file.
       COPY OPERREC.

       FD audit-log.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 orders-file-status         PIC XX VALUE SPACES.
       77 REDEFINES orders-file-status PIC XX.
           05 exd-amount             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 exd-reason             PIC X(20).
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
       run-posting.
           PERFORM load-business-date
           MOVE current-date-ymd TO run-period-value
           PERFORM check-previous-run
           PERFORM open-files
           PERFORM UNTIL no-more-orders
               READ orders-file
           DISPLAY "Orders due today: " orders-due
           DISPLAY "Orders posted: " orders-posted
           DISPLAY "Orders on exception report: " orders-failed
           PERFORM write-run-control
           STOP RUN.

       open-files.
           MOVE transaction-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE "BATCH" TO ledger-operator-id
           MOVE SPACES TO ledger-reference
           WRITE ledger-entry
           IF NOT ledger-file-ok
               DISPLAY "Error writing ledger entry, status "
           CLOSE ledger-file
           CLOSE exceptions-file
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
           MOVE "standing-orders-post" TO run-job-name
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
                           IF run-job-name = "standing-orders-post" AND
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
           DISPLAY "standing-orders-post has already run for period "
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
           STRING "STANDING-ORDERS-POST PERIOD " run-period-value
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
