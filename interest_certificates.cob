      ****************************************************************
      * Tax-year-end batch: reads ledger.dat once for the tax year   *
      * on tax_year.dat (first and last date, YYYYMMDD) and totals   *
      * the INTEREST credited and the withholding tax (WHT) deducted *
      * on every account. It then reads accounts.dat in customer     *
      * order (account-phone) and prints interest_certificates.txt:  *
      * one certificate per customer, with name and address from     *
      * users.dat and gross interest, tax withheld and net interest  *
      * for each account and for the customer. The same customer     *
      * totals are written to the fixed-width tax-authority return   *
      * wht_return.dat, one detail record per customer followed by a *
      * trailer carrying the record count and the gross, tax and net *
      * control totals. Interest on an account no longer on          *
      * accounts.dat is listed on the console and left out of both   *
      * outputs, and the job ends with return code 4; a full work    *
      * table ends it with return code 8 before anything is written. *
      * Both files are rebuilt on every run.                         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interest-certificates.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT tax-year-file ASSIGN TO "tax_year.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tax-year-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

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

           SELECT certificate-file ASSIGN TO
                   "interest_certificates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certificate-file-status.

           SELECT return-file ASSIGN TO "wht_return.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS return-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT run-control-file ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD tax-year-file.
       01 tax-year-record.
           05 parm-year-start        PIC X(8).
           05 parm-year-end          PIC X(8).

       FD ledger-file.
       COPY LEDGERREC.

       FD accounts-file.
       COPY ACCTREC.

       FD users-file.
       COPY USERREC.

       FD certificate-file.
       01 certificate-line           PIC X(80).

       FD return-file.
       01 return-record.
           05 rtn-record-type        PIC X.
               88 rtn-detail         VALUE "D".
               88 rtn-trailer        VALUE "T".
           05 rtn-year-end           PIC X(8).
           05 rtn-body               PIC X(90).
           05 rtn-detail-body REDEFINES rtn-body.
               10 rtn-phone          PIC 9(10).
               10 rtn-family-name    PIC X(20).
               10 rtn-first-name     PIC X(20).
               10 rtn-exempt         PIC X.
               10 rtn-gross          PIC 9(11)V99.
               10 rtn-tax            PIC 9(11)V99.
               10 rtn-net            PIC 9(11)V99.
           05 rtn-trailer-body REDEFINES rtn-body.
               10 rtn-record-count   PIC 9(7).
               10 rtn-total-gross    PIC 9(13)V99.
               10 rtn-total-tax      PIC 9(13)V99.
               10 rtn-total-net      PIC 9(13)V99.
               10 FILLER             PIC X(38).

       FD business-date-file.
       COPY BUSDATE.

       FD run-control-file.
       COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       77 tax-year-file-status       PIC XX VALUE SPACES.
       77 REDEFINES tax-year-file-status PIC XX.
           88 tax-year-file-ok       VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 users-file-status          PIC XX VALUE SPACES.
       77 REDEFINES users-file-status PIC XX.
           88 users-file-ok          VALUE "00".
       77 certificate-file-status    PIC XX VALUE SPACES.
       77 REDEFINES certificate-file-status PIC XX.
           88 certificate-file-ok    VALUE "00".
       77 return-file-status         PIC XX VALUE SPACES.
       77 REDEFINES return-file-status PIC XX.
           88 return-file-ok         VALUE "00".
       01 end-of-ledger              PIC X VALUE "N".
           88 no-more-ledger         VALUE "Y".
       01 end-of-accounts            PIC X VALUE "N".
           88 no-more-accounts       VALUE "Y".
       01 year-start                 PIC X(8).
       01 year-end                   PIC X(8).
       01 account-count              PIC 9(4) VALUE 0.
       01 table-limit                PIC 9(4) VALUE 5000.
       01 table-full-flag            PIC X VALUE "N".
           88 table-full             VALUE "Y".
       01 cert-index                 PIC 9(4).
       01 cert-found-flag            PIC X.
           88 cert-found             VALUE "Y".
       01 search-account             PIC 9(10).
       01 certificate-table.
           05 certificate-entry OCCURS 5000 TIMES.
               10 ct-account         PIC 9(10).
               10 ct-gross           PIC 9(9)V99.
               10 ct-tax             PIC 9(9)V99.
               10 ct-matched         PIC X.
       01 certificate-open-flag      PIC X VALUE "N".
           88 certificate-open       VALUE "Y".
       01 customer-found-flag        PIC X.
           88 customer-found         VALUE "Y".
       01 current-phone              PIC 9(10).
       01 account-net                PIC 9(9)V99.
       01 customer-gross             PIC 9(11)V99.
       01 customer-tax               PIC 9(11)V99.
       01 customer-net               PIC 9(11)V99.
       01 customers-reported         PIC 9(7) VALUE 0.
       01 total-gross                PIC 9(13)V99 VALUE 0.
       01 total-tax                  PIC 9(13)V99 VALUE 0.
       01 total-net                  PIC 9(13)V99 VALUE 0.
       01 ledger-gross               PIC 9(13)V99 VALUE 0.
       01 ledger-tax                 PIC 9(13)V99 VALUE 0.
       01 accounts-missing           PIC 9(9) VALUE 0.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 cert-title-line.
           05 FILLER                 PIC X(31) VALUE
               "INTEREST CERTIFICATE  TAX YEAR ".
           05 ctt-year-start         PIC X(8).
           05 FILLER                 PIC X(4) VALUE " TO ".
           05 ctt-year-end           PIC X(8).
       01 cert-customer-line.
           05 FILLER                 PIC X(9) VALUE "CUSTOMER ".
           05 ccl-phone              PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ccl-name               PIC X(41).
       01 cert-address-line.
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 cal-line               PIC X(20).
       01 cert-exempt-line.
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 FILLER                 PIC X(27) VALUE
               "EXEMPT FROM WITHHOLDING TAX".
       01 cert-heading.
           05 FILLER                 PIC X(10) VALUE "ACCOUNT".
           05 FILLER                 PIC X(18) VALUE
               "    GROSS INTEREST".
           05 FILLER                 PIC X(18) VALUE
               "      TAX WITHHELD".
           05 FILLER                 PIC X(18) VALUE
               "      NET INTEREST".
       01 cert-detail.
           05 cdl-account            PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 cdl-gross              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 cdl-tax                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 cdl-net                PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 cert-total.
           05 FILLER                 PIC X(10) VALUE "TOTAL".
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ctl-gross              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ctl-tax                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ctl-net                PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       77 run-control-status         PIC XX VALUE SPACES.
       77 REDEFINES run-control-status PIC XX.
           88 run-control-ok         VALUE "00".

       PROCEDURE DIVISION.
       run-certificates.
           PERFORM load-business-date
           PERFORM load-tax-year
           PERFORM load-year-totals
           IF table-full
               DISPLAY "Account table full at " table-limit
                   " accounts - no certificates written."
               MOVE 8 TO RETURN-CODE
               PERFORM write-run-control
               STOP RUN
           END-IF
           PERFORM open-output-files
           MOVE ZEROS TO account-phone
           START accounts-file KEY IS NOT LESS THAN account-phone
               INVALID KEY
                   SET no-more-accounts TO TRUE
           END-START
           PERFORM UNTIL no-more-accounts
               READ accounts-file NEXT RECORD
                   AT END
                       SET no-more-accounts TO TRUE
                   NOT AT END
                       PERFORM certify-one-account
               END-READ
           END-PERFORM
           PERFORM finish-certificate
           PERFORM write-return-trailer
           CLOSE accounts-file
           CLOSE users-file
           CLOSE certificate-file
           CLOSE return-file
           PERFORM list-missing-accounts
           DISPLAY "Customers reported: " customers-reported
           DISPLAY "Gross interest: " total-gross
               " on ledger " ledger-gross
           DISPLAY "Tax withheld: " total-tax
               " on ledger " ledger-tax
           DISPLAY "Net interest: " total-net
           IF accounts-missing > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-control
           STOP RUN.

       load-tax-year.
           OPEN INPUT tax-year-file
           IF NOT tax-year-file-ok
               DISPLAY "Error opening tax year file, status "
                   tax-year-file-status
               STOP RUN
           END-IF
           READ tax-year-file
               AT END
                   DISPLAY "Tax year file is empty."
                   CLOSE tax-year-file
                   STOP RUN
           END-READ
           CLOSE tax-year-file
           IF parm-year-start IS NOT NUMERIC OR
                   parm-year-end IS NOT NUMERIC OR
                   parm-year-start > parm-year-end
               DISPLAY "Invalid tax year - use first and last date, "
                   "YYYYMMDDYYYYMMDD."
               STOP RUN
           END-IF
           MOVE parm-year-start TO year-start
           MOVE parm-year-end TO year-end
           .

       load-year-totals.
           OPEN INPUT ledger-file
           IF NOT ledger-file-ok
               DISPLAY "Error opening ledger file, status "
                   ledger-file-status
               STOP RUN
           END-IF
           PERFORM load-one-ledger-entry UNTIL no-more-ledger
           CLOSE ledger-file
           .

       load-one-ledger-entry.
           READ ledger-file
               AT END
                   SET no-more-ledger TO TRUE
               NOT AT END
                   IF ledger-date NOT < year-start AND
                           ledger-date NOT > year-end AND
                           (ledger-type = "INTEREST" OR
                               ledger-type = "WHT")
                       PERFORM record-year-entry
                   END-IF
           END-READ
           .

       record-year-entry.
           MOVE ledger-account-number TO search-account
           PERFORM find-certificate-entry
           IF NOT cert-found
               PERFORM add-certificate-entry
           END-IF
           IF cert-found
               IF ledger-type = "INTEREST"
                   ADD ledger-amount TO ct-gross(cert-index)
                   ADD ledger-amount TO ledger-gross
               ELSE
                   ADD ledger-amount TO ct-tax(cert-index)
                   ADD ledger-amount TO ledger-tax
               END-IF
           END-IF
           .

       find-certificate-entry.
           MOVE "N" TO cert-found-flag
           PERFORM VARYING cert-index FROM 1 BY 1
                   UNTIL cert-index > account-count OR cert-found
               IF ct-account(cert-index) = search-account
                   SET cert-found TO TRUE
               END-IF
           END-PERFORM
           IF cert-found
               SUBTRACT 1 FROM cert-index
           END-IF
           .

       add-certificate-entry.
           IF account-count < table-limit
               ADD 1 TO account-count
               MOVE account-count TO cert-index
               MOVE search-account TO ct-account(cert-index)
               MOVE 0 TO ct-gross(cert-index)
               MOVE 0 TO ct-tax(cert-index)
               MOVE "N" TO ct-matched(cert-index)
               SET cert-found TO TRUE
           ELSE
               SET table-full TO TRUE
           END-IF
           .

       open-output-files.
           OPEN INPUT accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status
               STOP RUN
           END-IF
           OPEN INPUT users-file
           IF NOT users-file-ok
               DISPLAY "Error opening users file, status "
                   users-file-status
               CLOSE accounts-file
               STOP RUN
           END-IF
           OPEN OUTPUT certificate-file
           IF NOT certificate-file-ok
               DISPLAY "Error opening certificate file, status "
                   certificate-file-status
               CLOSE accounts-file
               CLOSE users-file
               STOP RUN
           END-IF
           OPEN OUTPUT return-file
           IF NOT return-file-ok
               DISPLAY "Error opening tax return file, status "
                   return-file-status
               CLOSE accounts-file
               CLOSE users-file
               CLOSE certificate-file
               STOP RUN
           END-IF
           .

       certify-one-account.
           MOVE account-number TO search-account
           PERFORM find-certificate-entry
           IF cert-found
               MOVE "Y" TO ct-matched(cert-index)
               IF NOT certificate-open OR
                       account-phone NOT = current-phone
                   PERFORM finish-certificate
                   PERFORM start-certificate
               END-IF
               PERFORM write-certificate-detail
           END-IF
           .

       start-certificate.
           MOVE account-phone TO current-phone
           MOVE account-phone TO phone-number
           MOVE "N" TO customer-found-flag
           READ users-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET customer-found TO TRUE
           END-READ
           IF NOT customer-found
               MOVE SPACES TO full-name
               MOVE SPACES TO the-address
               MOVE "NOT ON CUSTOMER FILE" TO family-name
               SET tax-liable TO TRUE
           END-IF
           MOVE 0 TO customer-gross
           MOVE 0 TO customer-tax
           MOVE 0 TO customer-net
           MOVE year-start TO ctt-year-start
           MOVE year-end TO ctt-year-end
           WRITE certificate-line FROM cert-title-line
           MOVE current-phone TO ccl-phone
           MOVE SPACES TO ccl-name
           STRING first-name DELIMITED BY "  "
               " " DELIMITED BY SIZE
               family-name DELIMITED BY "  "
               INTO ccl-name
           END-STRING
           WRITE certificate-line FROM cert-customer-line
           MOVE line-1 OF the-address TO cal-line
           WRITE certificate-line FROM cert-address-line
           MOVE line-2 OF the-address TO cal-line
           WRITE certificate-line FROM cert-address-line
           MOVE line-3 OF the-address TO cal-line
           WRITE certificate-line FROM cert-address-line
           IF tax-exempt
               WRITE certificate-line FROM cert-exempt-line
           END-IF
           MOVE SPACES TO certificate-line
           WRITE certificate-line
           WRITE certificate-line FROM cert-heading
           SET certificate-open TO TRUE
           .

       write-certificate-detail.
           COMPUTE account-net =
               ct-gross(cert-index) - ct-tax(cert-index)
           MOVE account-number TO cdl-account
           MOVE ct-gross(cert-index) TO cdl-gross
           MOVE ct-tax(cert-index) TO cdl-tax
           MOVE account-net TO cdl-net
           WRITE certificate-line FROM cert-detail
           ADD ct-gross(cert-index) TO customer-gross
           ADD ct-tax(cert-index) TO customer-tax
           ADD account-net TO customer-net
           .

       finish-certificate.
           IF certificate-open
               MOVE customer-gross TO ctl-gross
               MOVE customer-tax TO ctl-tax
               MOVE customer-net TO ctl-net
               WRITE certificate-line FROM cert-total
               MOVE SPACES TO certificate-line
               WRITE certificate-line
               PERFORM write-return-detail
               ADD 1 TO customers-reported
               ADD customer-gross TO total-gross
               ADD customer-tax TO total-tax
               ADD customer-net TO total-net
               MOVE "N" TO certificate-open-flag
           END-IF
           .

       write-return-detail.
           MOVE SPACES TO return-record
           SET rtn-detail TO TRUE
           MOVE year-end TO rtn-year-end
           MOVE current-phone TO rtn-phone
           MOVE family-name TO rtn-family-name
           MOVE first-name TO rtn-first-name
           MOVE tax-exempt-flag TO rtn-exempt
           MOVE customer-gross TO rtn-gross
           MOVE customer-tax TO rtn-tax
           MOVE customer-net TO rtn-net
           WRITE return-record
           IF NOT return-file-ok
               DISPLAY "Error writing tax return record, status "
                   return-file-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       write-return-trailer.
           MOVE SPACES TO return-record
           SET rtn-trailer TO TRUE
           MOVE year-end TO rtn-year-end
           MOVE customers-reported TO rtn-record-count
           MOVE total-gross TO rtn-total-gross
           MOVE total-tax TO rtn-total-tax
           MOVE total-net TO rtn-total-net
           WRITE return-record
           IF NOT return-file-ok
               DISPLAY "Error writing tax return trailer, status "
                   return-file-status
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       list-missing-accounts.
           PERFORM VARYING cert-index FROM 1 BY 1
                   UNTIL cert-index > account-count
               IF ct-matched(cert-index) = "N"
                   ADD 1 TO accounts-missing
                   DISPLAY "Interest on account not on file: "
                       ct-account(cert-index)
               END-IF
           END-PERFORM
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
           MOVE "interest-certificates" TO run-job-name
           MOVE current-date-ymd TO run-business-date
           MOVE year-end TO run-period
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
