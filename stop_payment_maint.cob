      ****************************************************************
      * Stop-payment maintenance for checking accounts: at the       *
      * customer's request the teller places a stop on one cheque or *
      * a range of cheque numbers on stop_payments.dat, optionally   *
      * for one amount only, with an expiry date after which the     *
      * stop lapses. Stops can be cancelled and listed by account.   *
      * The inward-clearing batch (cheque-clearing) returns any      *
      * presented cheque caught by an active stop. Account numbers   *
      * keyed in are checked against their check digit, and every    *
      * stop placed or cancelled is written to the audit trail.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stop-payment-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stops-file ASSIGN TO "stop_payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS stop-key
               FILE STATUS IS stops-file-status.

           SELECT accounts-file ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS account-number
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT operators-file ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS operator-key
               FILE STATUS IS operators-file-status.

           SELECT audit-log ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.

           SELECT control-file ASSIGN TO "account_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

       DATA DIVISION.
       FILE SECTION.
       FD stops-file.
       COPY STOPREC.

       FD accounts-file.
       COPY ACCTREC.

       FD operators-file.
       COPY OPERREC.

       FD audit-log.
       COPY AUDITREC.

       FD control-file.
       COPY ACCTCTL.

       FD business-date-file.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       77 stops-file-status          PIC XX VALUE SPACES.
       77 REDEFINES stops-file-status PIC XX.
           88 stops-file-ok          VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 operators-file-status      PIC XX VALUE SPACES.
       77 REDEFINES operators-file-status PIC XX.
           88 operators-file-ok      VALUE "00".
       77 audit-file-status          PIC XX VALUE SPACES.
       77 REDEFINES audit-file-status PIC XX.
           88 audit-file-ok          VALUE "00".
       01 menu-choice                PIC X.
           88 exit-menu              VALUE "0".
       01 operator-id                PIC X(8).
       01 password-input             PIC X(8).
       01 sign-on-attempts           PIC 9.
       01 signed-on-flag             PIC X.
           88 signed-on              VALUE "Y".
       01 operator-found-flag        PIC X.
           88 operator-found         VALUE "Y".
       01 change-type                PIC X(10).
       01 changed-fields             PIC X(40).
       01 valid-input-flag           PIC X.
           88 valid-input            VALUE "Y".
       01 account-found-flag         PIC X.
           88 account-found          VALUE "Y".
       01 end-of-stops-flag          PIC X.
           88 end-of-stops           VALUE "Y".
       01 account-input              PIC X(10).
       01 cheque-input               PIC X(8).
       01 amount-input               PIC X(12).
       01 reason-input               PIC X(30).
       01 date-input                 PIC X(8).
       01 date-number                PIC 9(8).
       01 work-account-number        PIC 9(10).
       01 work-account-phone         PIC 9(10).
       01 first-cheque               PIC 9(8).
       01 last-cheque                PIC 9(8).
       01 stop-amount-input          PIC 9(9)V99.
       01 list-count                 PIC 9.
       01 list-line                  PIC 99.
       01 stop-amount-display        PIC ZZZ,ZZZ,ZZ9.99.
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

       PROCEDURE DIVISION.
       main-logic.
           PERFORM sign-on-operator
           PERFORM load-business-date
           PERFORM load-account-control
           PERFORM main-menu UNTIL exit-menu
           PERFORM end-of-program
           .

       sign-on-operator.
           MOVE 0 TO sign-on-attempts
           MOVE "N" TO signed-on-flag
           PERFORM attempt-sign-on
               UNTIL signed-on OR sign-on-attempts >= 3
           IF NOT signed-on
               DISPLAY "Too many failed sign-ons." LINE 5 COLUMN 1
                   END-DISPLAY
               STOP RUN
           END-IF
           .

       attempt-sign-on.
           ADD 1 TO sign-on-attempts
           DISPLAY "Operator ID" LINE 1 COLUMN 1 END-DISPLAY
           ACCEPT operator-id LINE 2 COLUMN 1 END-ACCEPT
           DISPLAY "Password" LINE 3 COLUMN 1 END-DISPLAY
           ACCEPT password-input LINE 4 COLUMN 1 END-ACCEPT
           MOVE "N" TO operator-found-flag
           OPEN INPUT operators-file
           IF operators-file-ok
               MOVE operator-id TO operator-key
               READ operators-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET operator-found TO TRUE
               END-READ
               IF operator-found AND
                       password-input = operator-password
                   SET signed-on TO TRUE
               END-IF
               CLOSE operators-file
           ELSE
               DISPLAY "Cannot open operators file, status "
                   operators-file-status LINE 5 COLUMN 1 END-DISPLAY
           END-IF
           IF NOT signed-on
               DISPLAY "Sign-on failed." LINE 5 COLUMN 1 END-DISPLAY
               MOVE "SIGNONERR" TO change-type
               MOVE "OPERATOR SIGN-ON REJECTED" TO changed-fields
               PERFORM write-security-audit
           END-IF
           .

       write-security-audit.
           MOVE ZEROS TO audit-phone-number
           MOVE change-type TO audit-change-type
           MOVE changed-fields TO audit-changed-fields
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
           MOVE operator-id TO audit-operator-id
           OPEN EXTEND audit-log
           WRITE audit-entry
           CLOSE audit-log
           .

       main-menu.
           DISPLAY "1 - Place stop payment" LINE 1 COLUMN 1
               END-DISPLAY
           DISPLAY "2 - Cancel stop payment" LINE 2 COLUMN 1
               END-DISPLAY
           DISPLAY "3 - List stops on an account" LINE 3 COLUMN 1
               END-DISPLAY
           DISPLAY "0 - Quit" LINE 4 COLUMN 1 END-DISPLAY
           DISPLAY "Choice?" LINE 5 COLUMN 1 END-DISPLAY
           ACCEPT menu-choice LINE 5 COLUMN 9 END-ACCEPT
           EVALUATE menu-choice
               WHEN "1"
                   PERFORM place-stop
               WHEN "2"
                   PERFORM cancel-stop
               WHEN "3"
                   PERFORM list-stops
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice." LINE 6 COLUMN 1
                       END-DISPLAY
           END-EVALUATE
           .

       ask-account-number.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               ACCEPT account-input LINE 7 COLUMN 1 END-ACCEPT
               IF account-input IS NUMERIC AND account-input NOT = ZEROS
                   MOVE account-input TO check-account-number
                   PERFORM verify-check-digit
                   IF check-digit-valid
                       MOVE account-input TO work-account-number
                       SET valid-input TO TRUE
                   ELSE
                       DISPLAY "Invalid account number - check digit "
                           "does not match." LINE 8 COLUMN 1
                           END-DISPLAY
                   END-IF
               ELSE
                   DISPLAY "Invalid account number - digits only, "
                       "not zero." LINE 8 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           .

       ask-first-cheque.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "First cheque number:" LINE 9 COLUMN 1
                   END-DISPLAY
               ACCEPT cheque-input LINE 9 COLUMN 40 END-ACCEPT
               IF cheque-input IS NUMERIC AND cheque-input NOT = ZEROS
                   MOVE cheque-input TO first-cheque
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid cheque number - digits only, "
                       "not zero." LINE 17 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           .

       verify-checking-account.
           MOVE "N" TO account-found-flag
           MOVE ZEROS TO work-account-phone
           OPEN INPUT accounts-file
           MOVE work-account-number TO account-number
           READ accounts-file
               INVALID KEY
                   DISPLAY "No account found for that number."
                       LINE 17 COLUMN 1 END-DISPLAY
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN acct-closed
                           DISPLAY "Account " account-number " is "
                               "closed." LINE 17 COLUMN 1 END-DISPLAY
                       WHEN NOT account-checking
                           DISPLAY "Account " account-number " is "
                               "not a checking account." LINE 17
                               COLUMN 1 END-DISPLAY
                       WHEN OTHER
                           SET account-found TO TRUE
                           MOVE account-phone TO work-account-phone
                   END-EVALUATE
           END-READ
           CLOSE accounts-file
           .

       find-account-phone.
           MOVE ZEROS TO work-account-phone
           OPEN INPUT accounts-file
           IF accounts-file-ok
               MOVE work-account-number TO account-number
               READ accounts-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE account-phone TO work-account-phone
               END-READ
               CLOSE accounts-file
           END-IF
           .

       place-stop.
           DISPLAY "Checking account number" LINE 6 COLUMN 1
               END-DISPLAY
           PERFORM ask-account-number
           PERFORM verify-checking-account
           IF account-found
               PERFORM ask-first-cheque
               PERFORM ask-stop-details
               PERFORM write-stop-record
           END-IF
           .

       ask-stop-details.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Last cheque number (blank for one cheque):"
                   LINE 10 COLUMN 1 END-DISPLAY
               MOVE SPACES TO cheque-input
               ACCEPT cheque-input LINE 10 COLUMN 45 END-ACCEPT
               EVALUATE TRUE
                   WHEN cheque-input = SPACES
                       MOVE first-cheque TO last-cheque
                       SET valid-input TO TRUE
                   WHEN cheque-input IS NUMERIC
                           AND cheque-input NOT < first-cheque
                       MOVE cheque-input TO last-cheque
                       SET valid-input TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid cheque number - digits only, "
                           "not below the first." LINE 17 COLUMN 1
                           END-DISPLAY
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Amount (digits only, blank for any amount):"
                   LINE 11 COLUMN 1 END-DISPLAY
               MOVE SPACES TO amount-input
               ACCEPT amount-input LINE 11 COLUMN 45 END-ACCEPT
               EVALUATE TRUE
                   WHEN amount-input = SPACES
                       MOVE 0 TO stop-amount-input
                       SET valid-input TO TRUE
                   WHEN amount-input IS NUMERIC
                       MOVE amount-input TO stop-amount-input
                       SET valid-input TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid amount - digits only, no "
                           "decimal point." LINE 17 COLUMN 1
                           END-DISPLAY
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Expiry date (YYYYMMDD):" LINE 12 COLUMN 1
                   END-DISPLAY
               ACCEPT date-input LINE 12 COLUMN 45 END-ACCEPT
               IF date-input IS NUMERIC
                   MOVE date-input TO date-number
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-number) = 0
                           AND date-input > current-date-ymd
                       SET valid-input TO TRUE
                   ELSE
                       DISPLAY "Invalid date - must be a real date "
                           "after today." LINE 17 COLUMN 1
                           END-DISPLAY
                   END-IF
               ELSE
                   DISPLAY "Invalid date - use YYYYMMDD." LINE 17
                       COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           DISPLAY "Reason:" LINE 13 COLUMN 1 END-DISPLAY
           ACCEPT reason-input LINE 13 COLUMN 45 END-ACCEPT
           .

       write-stop-record.
           MOVE work-account-number TO stop-account
           MOVE first-cheque TO stop-first-cheque
           MOVE last-cheque TO stop-last-cheque
           MOVE stop-amount-input TO stop-amount
           MOVE date-input TO stop-expiry
           MOVE reason-input TO stop-reason
           MOVE current-date-ymd TO stop-placed-date
           MOVE operator-id TO stop-operator-id
           SET stop-active TO TRUE
           OPEN I-O stops-file
           IF stops-file-status = "35"
               OPEN OUTPUT stops-file
           END-IF
           IF NOT stops-file-ok
               DISPLAY "Error opening stop payments file, status "
                   stops-file-status LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               WRITE stop-payment
               IF stops-file-ok
                   MOVE "STOPPAY" TO change-type
                   PERFORM write-stop-audit
                   DISPLAY "Stop payment placed." LINE 17 COLUMN 1
                       END-DISPLAY
               ELSE
                   IF stops-file-status = "22"
                       DISPLAY "A stop from that cheque number is "
                           "already on file." LINE 17 COLUMN 1
                           END-DISPLAY
                   ELSE
                       DISPLAY "Error writing stop payment, status "
                           stops-file-status LINE 17 COLUMN 1
                           END-DISPLAY
                   END-IF
               END-IF
               CLOSE stops-file
           END-IF
           .

       cancel-stop.
           DISPLAY "Checking account number" LINE 6 COLUMN 1
               END-DISPLAY
           PERFORM ask-account-number
           PERFORM ask-first-cheque
           OPEN I-O stops-file
           IF NOT stops-file-ok
               DISPLAY "Error opening stop payments file, status "
                   stops-file-status LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               MOVE work-account-number TO stop-account
               MOVE first-cheque TO stop-first-cheque
               READ stops-file
                   INVALID KEY
                       DISPLAY "No stop from that cheque number on "
                           "the account." LINE 17 COLUMN 1
                           END-DISPLAY
                   NOT INVALID KEY
                       PERFORM apply-stop-cancel
               END-READ
               CLOSE stops-file
           END-IF
           .

       apply-stop-cancel.
           IF stop-cancelled
               DISPLAY "Stop is already cancelled." LINE 17 COLUMN 1
                   END-DISPLAY
           ELSE
               SET stop-cancelled TO TRUE
               REWRITE stop-payment
               IF stops-file-ok
                   PERFORM find-account-phone
                   MOVE "STOPCANCEL" TO change-type
                   PERFORM write-stop-audit
                   DISPLAY "Stop payment cancelled." LINE 17 COLUMN 1
                       END-DISPLAY
               ELSE
                   DISPLAY "Error cancelling stop, status "
                       stops-file-status LINE 17 COLUMN 1
                       END-DISPLAY
               END-IF
           END-IF
           .

       list-stops.
           DISPLAY "Checking account number" LINE 6 COLUMN 1
               END-DISPLAY
           PERFORM ask-account-number
           MOVE 0 TO list-count
           MOVE "N" TO end-of-stops-flag
           OPEN INPUT stops-file
           IF NOT stops-file-ok
               DISPLAY "No stop payments on file." LINE 17 COLUMN 1
                   END-DISPLAY
           ELSE
               DISPLAY "First    Last     Amount         Expiry   S "
                   "Reason" LINE 8 COLUMN 1 END-DISPLAY
               MOVE work-account-number TO stop-account
               MOVE ZEROS TO stop-first-cheque
               START stops-file KEY IS NOT LESS THAN stop-key
                   INVALID KEY
                       SET end-of-stops TO TRUE
               END-START
               PERFORM list-one-stop
                   UNTIL end-of-stops OR list-count >= 8
               CLOSE stops-file
               IF list-count = 0
                   DISPLAY "No stop payments on that account."
                       LINE 17 COLUMN 1 END-DISPLAY
               END-IF
           END-IF
           .

       list-one-stop.
           READ stops-file NEXT RECORD
               AT END
                   SET end-of-stops TO TRUE
               NOT AT END
                   IF stop-account = work-account-number
                       ADD 1 TO list-count
                       COMPUTE list-line = 8 + list-count
                       MOVE stop-amount TO stop-amount-display
                       DISPLAY stop-first-cheque " " stop-last-cheque
                           " " stop-amount-display " " stop-expiry
                           " " stop-stat " " stop-reason
                           LINE list-line COLUMN 1 END-DISPLAY
                   ELSE
                       SET end-of-stops TO TRUE
                   END-IF
           END-READ
           .

       write-stop-audit.
           MOVE work-account-phone TO audit-phone-number
           MOVE change-type TO audit-change-type
           MOVE SPACES TO changed-fields
           STRING "ACCT " stop-account " CHQ " stop-first-cheque
               "-" stop-last-cheque DELIMITED BY SIZE
               INTO changed-fields
           END-STRING
           MOVE changed-fields TO audit-changed-fields
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
           MOVE operator-id TO audit-operator-id
           OPEN EXTEND audit-log
           WRITE audit-entry
           CLOSE audit-log
           .

       end-of-program.
           STOP RUN.

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
                   business-date-status LINE 17 COLUMN 1 END-DISPLAY
               STOP RUN
           END-IF
           READ business-date-file
               AT END
                   DISPLAY "Business date file is empty." LINE 17
                       COLUMN 1 END-DISPLAY
                   CLOSE business-date-file
                   STOP RUN
           END-READ
           CLOSE business-date-file
           IF bd-date IS NOT NUMERIC
               DISPLAY "Invalid business date on file - use YYYYMMDD."
                   LINE 17 COLUMN 1 END-DISPLAY
               STOP RUN
           END-IF
           MOVE bd-date TO current-date-stamp
           .
