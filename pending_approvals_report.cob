      ****************************************************************
      * Daily batch report: lists every request on                   *
      * pending_approvals.dat that is still waiting for a second     *
      * supervisor after more than one business day, that is one     *
      * raised before the previous business date on                  *
      * business_date.dat, showing who raised it and how many        *
      * calendar days it has waited. The total line counts all       *
      * pending requests and the overdue ones. Output goes to        *
      * pending_approvals_report.txt; the job ends with return code  *
      * 4 when anything is overdue.                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pending-approvals-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pending-file ASSIGN TO "pending_approvals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pend-number
               FILE STATUS IS pending-file-status.

           SELECT report-file ASSIGN TO "pending_approvals_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT run-control-file ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD pending-file.
       COPY PENDREC.

       FD report-file.
       01 report-line                PIC X(90).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 pending-file-status        PIC XX VALUE SPACES.
       77 REDEFINES pending-file-status PIC XX.
           88 pending-file-ok        VALUE "00".
       77 report-file-status         PIC XX VALUE SPACES.
       77 REDEFINES report-file-status PIC XX.
           88 report-file-ok         VALUE "00".
       01 end-of-pending             PIC X VALUE "N".
           88 no-more-pending        VALUE "Y".
       01 requests-pending           PIC 9(9) VALUE 0.
       01 requests-overdue           PIC 9(9) VALUE 0.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 previous-business-date     PIC X(8).
       01 current-date-number        PIC 9(8).
       01 today-integer              PIC 9(9).
       01 request-date-number        PIC 9(8).
       01 days-pending               PIC 9(5).
       01 report-header.
           05 FILLER                 PIC X(31) VALUE
               "OVERDUE APPROVAL REQUESTS      ".
           05 hdr-date               PIC X(8).
       01 report-detail.
           05 det-number             PIC 9(14).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-function           PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-subject            PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-maker              PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-raised             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-days               PIC ZZZZ9.
       01 report-total.
           05 FILLER                 PIC X(18) VALUE
               "REQUESTS PENDING  ".
           05 tot-pending-out        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE
               "   OVERDUE".
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 tot-overdue-out        PIC ZZZ,ZZ9.
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       77 run-control-status         PIC XX VALUE SPACES.
       77 REDEFINES run-control-status PIC XX.
           88 run-control-ok         VALUE "00".

       PROCEDURE DIVISION.
       run-report.
           PERFORM load-business-date
           MOVE current-date-ymd TO current-date-number
           COMPUTE today-integer =
               FUNCTION INTEGER-OF-DATE(current-date-number)
           OPEN OUTPUT report-file
           IF NOT report-file-ok
               DISPLAY "Error opening report file, status "
                   report-file-status
               STOP RUN
           END-IF
           MOVE current-date-ymd TO hdr-date
           WRITE report-line FROM report-header
           OPEN INPUT pending-file
           EVALUATE TRUE
               WHEN pending-file-status = "35"
                   CONTINUE
               WHEN NOT pending-file-ok
                   DISPLAY "Error opening pending approvals file, "
                       "status " pending-file-status
                   CLOSE report-file
                   STOP RUN
               WHEN OTHER
                   PERFORM UNTIL no-more-pending
                       READ pending-file
                           AT END
                               SET no-more-pending TO TRUE
                           NOT AT END
                               PERFORM check-one-request
                       END-READ
                   END-PERFORM
                   CLOSE pending-file
           END-EVALUATE
           PERFORM write-report-total
           CLOSE report-file
           DISPLAY "Requests pending: " requests-pending
           DISPLAY "Requests overdue: " requests-overdue
           IF requests-overdue > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-control
           STOP RUN.

       check-one-request.
           IF pend-pending
               ADD 1 TO requests-pending
               IF previous-business-date IS NUMERIC AND
                       pend-request-date < previous-business-date
                   PERFORM report-overdue-request
               END-IF
           END-IF
           .

       report-overdue-request.
           ADD 1 TO requests-overdue
           MOVE pend-request-date TO request-date-number
           COMPUTE days-pending = today-integer -
               FUNCTION INTEGER-OF-DATE(request-date-number)
           MOVE pend-number TO det-number
           MOVE pend-function TO det-function
           IF pend-merge
               MOVE pend-phone TO det-subject
           ELSE
               MOVE pend-account TO det-subject
           END-IF
           MOVE pend-maker-id TO det-maker
           MOVE pend-request-date TO det-raised
           MOVE days-pending TO det-days
           WRITE report-line FROM report-detail
           .

       write-report-total.
           MOVE requests-pending TO tot-pending-out
           MOVE requests-overdue TO tot-overdue-out
           WRITE report-line FROM report-total
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
           MOVE bd-prev-date TO previous-business-date
           .

       write-run-control.
           MOVE SPACES TO run-control-entry
           MOVE "pending-approvals-report" TO run-job-name
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
