      ****************************************************************
      * Nightly outbound clearing: writes every payment to another   *
      * bank that the tellers sent on the business date              *
      * (outbound_payments.dat, pay-date equal to the date on        *
      * business_date.dat) to the fixed-width clearing file          *
      * outbound_clearing.dat for the clearing house - one detail    *
      * record per payment with its reference, the debited account,  *
      * the amount and the beneficiary's bank code, account and      *
      * name, then a trailer with the payment count and total. The   *
      * file is rebuilt from scratch on every run, so a re-run for   *
      * the same date sends the same file. As a control the file     *
      * total is proved against the day's EXT-PAYMENT entries on     *
      * ledger.dat; the job ends with return code 8 when they differ *
      * or a record could not be written.                            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. outbound-clearing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT payments-file ASSIGN TO "outbound_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payments-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT clearing-file ASSIGN TO "outbound_clearing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS clearing-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT run-control-file ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD payments-file.
       COPY EXTPAYREC.

       FD ledger-file.
       COPY LEDGERREC.

       FD clearing-file.
       01 clearing-record.
           05 clr-record-type        PIC X.
               88 clr-detail         VALUE "D".
               88 clr-trailer        VALUE "T".
           05 clr-date               PIC X(8).
           05 clr-body               PIC X(91).
           05 clr-detail-body REDEFINES clr-body.
               10 clr-reference      PIC 9(12).
               10 clr-debit-account  PIC 9(10).
               10 clr-amount         PIC 9(9)V99.
               10 clr-bank-code      PIC X(8).
               10 clr-beneficiary-account PIC X(20).
               10 clr-beneficiary-name PIC X(30).
           05 clr-trailer-body REDEFINES clr-body.
               10 clr-payment-count  PIC 9(7).
               10 clr-payment-total  PIC 9(13)V99.
               10 FILLER             PIC X(69).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 payments-file-status       PIC XX VALUE SPACES.
       77 REDEFINES payments-file-status PIC XX.
           88 payments-file-ok       VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 clearing-file-status       PIC XX VALUE SPACES.
       77 REDEFINES clearing-file-status PIC XX.
           88 clearing-file-ok       VALUE "00".
       01 end-of-payments            PIC X VALUE "N".
           88 no-more-payments       VALUE "Y".
       01 end-of-ledger-flag         PIC X VALUE "N".
           88 end-of-ledger          VALUE "Y".
       01 payments-read              PIC 9(9) VALUE 0.
       01 payments-sent              PIC 9(7) VALUE 0.
       01 payments-total             PIC 9(13)V99 VALUE 0.
       01 ledger-payments-total      PIC 9(13)V99 VALUE 0.
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
       run-outbound-clearing.
           PERFORM load-business-date
           OPEN OUTPUT clearing-file
           IF NOT clearing-file-ok
               DISPLAY "Error opening clearing file, status "
                   clearing-file-status
               STOP RUN
           END-IF
           OPEN INPUT payments-file
           EVALUATE TRUE
               WHEN payments-file-status = "35"
                   CONTINUE
               WHEN NOT payments-file-ok
                   DISPLAY "Error opening outbound payments file, "
                       "status " payments-file-status
                   CLOSE clearing-file
                   STOP RUN
               WHEN OTHER
                   PERFORM UNTIL no-more-payments
                       READ payments-file
                           AT END
                               SET no-more-payments TO TRUE
                           NOT AT END
                               PERFORM clear-one-payment
                       END-READ
                   END-PERFORM
                   CLOSE payments-file
           END-EVALUATE
           PERFORM write-clearing-trailer
           CLOSE clearing-file
           PERFORM total-ledger-payments
           DISPLAY "Outbound payments read: " payments-read
           DISPLAY "Payments for " current-date-ymd ": "
               payments-sent
           DISPLAY "Clearing file total: " payments-total
           DISPLAY "EXT-PAYMENT ledger total: " ledger-payments-total
           IF payments-total NOT = ledger-payments-total
               DISPLAY "WARNING - clearing file does not agree with "
                   "the ledger."
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM write-run-control
           STOP RUN.

       clear-one-payment.
           ADD 1 TO payments-read
           IF pay-date = current-date-ymd
               PERFORM write-clearing-detail
           END-IF
           .

       write-clearing-detail.
           MOVE SPACES TO clearing-record
           SET clr-detail TO TRUE
           MOVE current-date-ymd TO clr-date
           MOVE pay-reference TO clr-reference
           MOVE pay-account TO clr-debit-account
           MOVE pay-amount TO clr-amount
           MOVE pay-bank-code TO clr-bank-code
           MOVE pay-beneficiary-account TO clr-beneficiary-account
           MOVE pay-beneficiary-name TO clr-beneficiary-name
           WRITE clearing-record
           IF clearing-file-ok
               ADD 1 TO payments-sent
               ADD pay-amount TO payments-total
           ELSE
               DISPLAY "Error writing clearing record, status "
                   clearing-file-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       write-clearing-trailer.
           MOVE SPACES TO clearing-record
           SET clr-trailer TO TRUE
           MOVE current-date-ymd TO clr-date
           MOVE payments-sent TO clr-payment-count
           MOVE payments-total TO clr-payment-total
           WRITE clearing-record
           IF NOT clearing-file-ok
               DISPLAY "Error writing clearing trailer, status "
                   clearing-file-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       total-ledger-payments.
           OPEN INPUT ledger-file
           IF NOT ledger-file-ok
               SET end-of-ledger TO TRUE
           END-IF
           PERFORM UNTIL end-of-ledger
               READ ledger-file
                   AT END
                       SET end-of-ledger TO TRUE
                   NOT AT END
                       IF ledger-date = current-date-ymd AND
                               ledger-type = "EXT-PAYMENT"
                           ADD ledger-amount TO ledger-payments-total
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ledger-file
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
           MOVE "outbound-clearing" TO run-job-name
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
