      ****************************************************************
      * Collections report: lists every loan on loans.dat whose next *
      * instalment is past due at the business date on               *
      * business_date.dat, grouped into age bands by days past due   *
      * (1-29, 30-59, 60-89 and 90+ days), with the customer's phone *
      * number, the repayment account, the oldest unpaid due date,   *
      * the instalment and the outstanding balance. Each band ends   *
      * with a count and balance total and the report with a grand   *
      * total of overdue loans. Days past due are worked out afresh  *
      * from the due date, so the report is current even between     *
      * month-end collection runs. Output goes to                    *
      * loan_arrears_report.txt; the job ends with return code 4     *
      * when any loan is overdue.                                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-arrears-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loans-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS loan-number
               ALTERNATE RECORD KEY IS loan-phone WITH DUPLICATES
               FILE STATUS IS loans-file-status.

           SELECT report-file ASSIGN TO "loan_arrears_report.txt"
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
       FD loans-file.
       COPY LOANREC.

       FD report-file.
       01 report-line                PIC X(90).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 loans-file-status          PIC XX VALUE SPACES.
       77 REDEFINES loans-file-status PIC XX.
           88 loans-file-ok          VALUE "00".
       77 report-file-status         PIC XX VALUE SPACES.
       77 REDEFINES report-file-status PIC XX.
           88 report-file-ok         VALUE "00".
       01 end-of-loans               PIC X VALUE "N".
           88 no-more-loans          VALUE "Y".
       01 loans-on-file-flag         PIC X VALUE "Y".
           88 loans-on-file          VALUE "Y".
       01 band-index                 PIC 9.
       01 loan-band                  PIC 9.
       01 band-count                 PIC 9(9).
       01 band-balance               PIC S9(11)V99.
       01 loans-overdue              PIC 9(9) VALUE 0.
       01 overdue-balance            PIC S9(11)V99 VALUE 0.
       01 days-overdue               PIC 9(5).
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 current-date-number        PIC 9(8).
       01 today-integer              PIC 9(9).
       01 due-date-number            PIC 9(8).
       01 band-name-values.
           05 FILLER                 PIC X(10) VALUE "1-29 DAYS".
           05 FILLER                 PIC X(10) VALUE "30-59 DAYS".
           05 FILLER                 PIC X(10) VALUE "60-89 DAYS".
           05 FILLER                 PIC X(10) VALUE "90+ DAYS".
       01 REDEFINES band-name-values.
           05 band-name              PIC X(10) OCCURS 4 TIMES.
       01 report-header.
           05 FILLER                 PIC X(30) VALUE
               "LOAN ARREARS BY AGE BAND      ".
           05 hdr-date               PIC X(8).
       01 band-header.
           05 FILLER                 PIC X(10) VALUE "OVERDUE ".
           05 bhd-name               PIC X(10).
       01 report-columns.
           05 FILLER                 PIC X(46) VALUE
               "  LOAN        PHONE       REPAY FROM  DUE DATE".
           05 FILLER                 PIC X(39) VALUE
               "   DAYS      INSTALMENT         BALANCE".
       01 report-detail.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-loan               PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-phone              PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-account            PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-due                PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-days               PIC ZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-instalment         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 det-balance            PIC ZZZ,ZZZ,ZZ9.99.
       01 band-total.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 btl-name               PIC X(10).
           05 FILLER                 PIC X(8) VALUE "  LOANS ".
           05 btl-count              PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE "  BALANCE ".
           05 btl-balance            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 report-total.
           05 FILLER                 PIC X(18) VALUE
               "LOANS OVERDUE     ".
           05 tot-count-out          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE "  BALANCE ".
           05 tot-balance-out        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
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
           OPEN INPUT loans-file
           EVALUATE TRUE
               WHEN loans-file-status = "35"
                   MOVE "N" TO loans-on-file-flag
               WHEN NOT loans-file-ok
                   DISPLAY "Error opening loans file, status "
                       loans-file-status
                   CLOSE report-file
                   STOP RUN
               WHEN OTHER
                   CLOSE loans-file
           END-EVALUATE
           IF loans-on-file
               PERFORM report-one-band
                   VARYING band-index FROM 1 BY 1
                   UNTIL band-index > 4
           END-IF
           PERFORM write-report-total
           CLOSE report-file
           DISPLAY "Loans overdue: " loans-overdue
           IF loans-overdue > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-control
           STOP RUN.

       report-one-band.
           MOVE 0 TO band-count
           MOVE 0 TO band-balance
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE band-name(band-index) TO bhd-name
           WRITE report-line FROM band-header
           WRITE report-line FROM report-columns
           MOVE "N" TO end-of-loans
           OPEN INPUT loans-file
           PERFORM UNTIL no-more-loans
               READ loans-file
                   AT END
                       SET no-more-loans TO TRUE
                   NOT AT END
                       PERFORM check-one-loan
               END-READ
           END-PERFORM
           CLOSE loans-file
           MOVE band-name(band-index) TO btl-name
           MOVE band-count TO btl-count
           MOVE band-balance TO btl-balance
           WRITE report-line FROM band-total
           .

       check-one-loan.
           IF NOT loan-paid-off AND loan-next-due IS NUMERIC
                   AND loan-next-due < current-date-ymd
               MOVE loan-next-due TO due-date-number
               COMPUTE days-overdue = today-integer -
                   FUNCTION INTEGER-OF-DATE(due-date-number)
               EVALUATE TRUE
                   WHEN days-overdue < 30
                       MOVE 1 TO loan-band
                   WHEN days-overdue < 60
                       MOVE 2 TO loan-band
                   WHEN days-overdue < 90
                       MOVE 3 TO loan-band
                   WHEN OTHER
                       MOVE 4 TO loan-band
               END-EVALUATE
               IF loan-band = band-index
                   PERFORM report-overdue-loan
               END-IF
           END-IF
           .

       report-overdue-loan.
           ADD 1 TO band-count
           ADD loan-balance TO band-balance
           ADD 1 TO loans-overdue
           ADD loan-balance TO overdue-balance
           MOVE loan-number TO det-loan
           MOVE loan-phone TO det-phone
           MOVE loan-repay-account TO det-account
           MOVE loan-next-due TO det-due
           MOVE days-overdue TO det-days
           MOVE loan-instalment TO det-instalment
           MOVE loan-balance TO det-balance
           WRITE report-line FROM report-detail
           .

       write-report-total.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE loans-overdue TO tot-count-out
           MOVE overdue-balance TO tot-balance-out
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
           .

       write-run-control.
           MOVE SPACES TO run-control-entry
           MOVE "loan-arrears-report" TO run-job-name
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
