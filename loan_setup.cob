      ****************************************************************
      * Loan set-up: pays out a simple instalment loan to a customer *
      * already registered in users.dat. The supervisor keys the     *
      * customer's phone number, the checking account the loan is    *
      * paid into and repaid from (it must belong to the customer    *
      * and be open), the principal, the annual rate, the term in    *
      * months and the first due date (one month from the business   *
      * date unless another is keyed). The level monthly instalment  *
      * is worked out from those, and after confirmation the loan is *
      * written to loans.dat under a number issued from              *
      * account_control.dat, the principal is credited to the        *
      * checking account with a LOAN-ADVANCE ledger entry carrying   *
      * the loan number as its reference, and the set-up is written  *
      * to the audit trail as a LOANSETUP entry. The month-end       *
      * loan-collection batch collects the instalments. Supervisor   *
      * level is required. If the principal cannot be credited to    *
      * the account, the loan record is removed again and no         *
      * LOANSETUP entry is written.                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-setup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loans-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS loan-number
               ALTERNATE RECORD KEY IS loan-phone WITH DUPLICATES
               FILE STATUS IS loans-file-status.

           SELECT users-file ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS phone-number
               ALTERNATE RECORD KEY IS email-address WITH DUPLICATES
               FILE STATUS IS users-file-status.

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

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

       DATA DIVISION.
       FILE SECTION.
       FD loans-file.
       COPY LOANREC.

       FD users-file.
       COPY USERREC.

       FD accounts-file.
       COPY ACCTREC.

       FD operators-file.
       COPY OPERREC.

       FD audit-log.
       COPY AUDITREC.

       FD control-file.
       COPY ACCTCTL.

       FD ledger-file.
       COPY LEDGERREC.

       FD business-date-file.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       77 loans-file-status          PIC XX VALUE SPACES.
       77 REDEFINES loans-file-status PIC XX.
           88 loans-file-ok          VALUE "00".
       77 users-file-status          PIC XX VALUE SPACES.
       77 REDEFINES users-file-status PIC XX.
           88 users-file-ok          VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 operators-file-status      PIC XX VALUE SPACES.
       77 REDEFINES operators-file-status PIC XX.
           88 operators-file-ok      VALUE "00".
       77 audit-file-status          PIC XX VALUE SPACES.
       77 REDEFINES audit-file-status PIC XX.
           88 audit-file-ok          VALUE "00".
       01 operator-id                PIC X(8).
       01 password-input             PIC X(8).
       01 sign-on-attempts           PIC 9.
       01 signed-on-flag             PIC X.
           88 signed-on              VALUE "Y".
       01 operator-found-flag        PIC X.
           88 operator-found         VALUE "Y".
       01 sign-on-level              PIC X.
           88 sign-on-supervisor     VALUE "S".
       01 change-type                PIC X(10).
       01 changed-fields             PIC X(40).
       01 valid-input-flag           PIC X.
           88 valid-input            VALUE "Y".
       01 yn-reply                   PIC X.
           88 y-reply                VALUES 'Y', 'y'.
       01 phone-input                PIC X(10).
       01 account-input              PIC X(10).
       01 principal-input            PIC X(12).
       01 rate-input                 PIC X(6).
       01 rate-input-number REDEFINES rate-input PIC 9(2)V9(4).
       01 term-input                 PIC X(3).
       01 date-input                 PIC X(8).
       01 date-number                PIC 9(8).
       01 loan-customer-phone        PIC 9(10).
       01 repay-account-number       PIC 9(10).
       01 new-principal              PIC 9(9)V99.
       01 new-annual-rate            PIC 9(2)V9(4).
       01 new-term-months            PIC 9(3).
       01 new-instalment             PIC 9(9)V99.
       01 first-due-date             PIC X(8).
       01 default-due-date           PIC X(8).
       01 monthly-rate-factor        PIC 9V9(12).
       01 compound-factor            COMP-2.
       01 annuity-factor             COMP-2.
       01 instalment-display         PIC ZZZ,ZZZ,ZZ9.99.
       01 principal-display          PIC ZZZ,ZZZ,ZZ9.99.
       01 issued-sequence            PIC 9(9).
       01 issue-attempts             PIC 9.
       01 loan-written-flag          PIC X.
           88 loan-written           VALUE "Y".
       01 principal-paid-flag        PIC X.
           88 principal-paid         VALUE "Y".
       01 next-due-work.
           05 due-year               PIC 9(4).
           05 due-month              PIC 9(2).
           05 due-day                PIC 9(2).
       01 month-max-day              PIC 9(2).
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       77 control-file-status        PIC XX VALUE SPACES.
       77 REDEFINES control-file-status PIC XX.
           88 control-file-ok        VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
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

       PROCEDURE DIVISION.
       main-logic.
           PERFORM sign-on-operator
           IF NOT sign-on-supervisor
               DISPLAY "Supervisor level required." LINE 5 COLUMN 1
                   END-DISPLAY
               MOVE "DENIED" TO change-type
               MOVE "LOAN SETUP" TO changed-fields
               PERFORM write-security-audit
               STOP RUN
           END-IF
           PERFORM load-business-date
           PERFORM load-account-control
           PERFORM ask-customer-phone
           PERFORM verify-customer
           PERFORM ask-repay-account
           PERFORM verify-repay-account
           PERFORM ask-loan-terms
           PERFORM compute-instalment
           PERFORM confirm-loan
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
                   MOVE operator-level TO sign-on-level
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

       ask-customer-phone.
           DISPLAY "Phone number of customer" LINE 6 COLUMN 1
               END-DISPLAY
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               ACCEPT phone-input LINE 6 COLUMN 50 END-ACCEPT
               IF phone-input IS NUMERIC AND phone-input NOT = ZEROS
                   MOVE phone-input TO loan-customer-phone
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid phone number - digits only, "
                       "not zero." LINE 17 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           .

       verify-customer.
           OPEN INPUT users-file
           MOVE loan-customer-phone TO phone-number
           READ users-file
               INVALID KEY
                   DISPLAY "No customer found for that phone number."
                       LINE 17 COLUMN 1 END-DISPLAY
           END-READ
           CLOSE users-file
           IF NOT users-file-ok
               STOP RUN
           END-IF
           IF account-closed
               DISPLAY "Customer account is closed, cannot set up a "
                   "loan." LINE 17 COLUMN 1 END-DISPLAY
               STOP RUN
           END-IF
           .

       ask-repay-account.
           DISPLAY "Repayment checking account" LINE 7 COLUMN 1
               END-DISPLAY
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               ACCEPT account-input LINE 7 COLUMN 50 END-ACCEPT
               IF account-input IS NUMERIC AND account-input NOT = ZEROS
                   MOVE account-input TO check-account-number
                   PERFORM verify-check-digit
                   IF check-digit-valid
                       MOVE account-input TO repay-account-number
                       SET valid-input TO TRUE
                   ELSE
                       DISPLAY "Invalid account number - check digit "
                           "does not match." LINE 17 COLUMN 1
                           END-DISPLAY
                   END-IF
               ELSE
                   DISPLAY "Invalid account number - digits only, "
                       "not zero." LINE 17 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           .

       verify-repay-account.
           OPEN INPUT accounts-file
           IF NOT accounts-file-ok
               DISPLAY "Error opening accounts file, status "
                   accounts-file-status LINE 17 COLUMN 1 END-DISPLAY
               STOP RUN
           END-IF
           MOVE repay-account-number TO account-number
           READ accounts-file
               INVALID KEY
                   DISPLAY "No account found for that number."
                       LINE 17 COLUMN 1 END-DISPLAY
                   CLOSE accounts-file
                   STOP RUN
           END-READ
           CLOSE accounts-file
           EVALUATE TRUE
               WHEN account-phone NOT = loan-customer-phone
                   DISPLAY "Account " account-number " does not "
                       "belong to this customer." LINE 17 COLUMN 1
                       END-DISPLAY
                   STOP RUN
               WHEN NOT account-checking
                   DISPLAY "Account " account-number " is not a "
                       "checking account." LINE 17 COLUMN 1
                       END-DISPLAY
                   STOP RUN
               WHEN acct-closed
                   DISPLAY "Account " account-number " is closed."
                       LINE 17 COLUMN 1 END-DISPLAY
                   STOP RUN
               WHEN acct-dormant
                   DISPLAY "Account " account-number " is dormant - "
                       "reactivate it first." LINE 17 COLUMN 1
                       END-DISPLAY
                   STOP RUN
           END-EVALUATE
           .

       ask-loan-terms.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Principal (digits only, no decimal point)"
                   LINE 8 COLUMN 1 END-DISPLAY
               ACCEPT principal-input LINE 8 COLUMN 50 END-ACCEPT
               IF principal-input IS NUMERIC
                       AND principal-input NOT = ZEROS
                   MOVE principal-input TO new-principal
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid principal - digits only, no "
                       "decimal point, not zero." LINE 17 COLUMN 1
                       END-DISPLAY
               END-IF
           END-PERFORM
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Annual rate % (6 digits, 2 before the point)"
                   LINE 9 COLUMN 1 END-DISPLAY
               ACCEPT rate-input LINE 9 COLUMN 50 END-ACCEPT
               IF rate-input IS NUMERIC
                   MOVE rate-input-number TO new-annual-rate
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid rate - six digits, e.g. 075000 "
                       "for 7.5%." LINE 17 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Term in months (3 digits, 001-360)"
                   LINE 10 COLUMN 1 END-DISPLAY
               ACCEPT term-input LINE 10 COLUMN 50 END-ACCEPT
               IF term-input IS NUMERIC
                       AND term-input > "000" AND term-input NOT > "360"
                   MOVE term-input TO new-term-months
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid term - three digits, 001 to 360."
                       LINE 17 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           MOVE current-date-ymd TO next-due-work
           PERFORM advance-due-by-month
           MOVE next-due-work TO default-due-date
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "First due date (YYYYMMDD, blank for "
                   default-due-date ")" LINE 11 COLUMN 1 END-DISPLAY
               MOVE SPACES TO date-input
               ACCEPT date-input LINE 11 COLUMN 50 END-ACCEPT
               IF date-input = SPACES
                   MOVE default-due-date TO date-input
               END-IF
               IF date-input IS NUMERIC
                   MOVE date-input TO date-number
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-number) = 0
                           AND date-input > current-date-ymd
                       MOVE date-input TO first-due-date
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
           .

       compute-instalment.
           COMPUTE monthly-rate-factor = new-annual-rate / 1200
           IF monthly-rate-factor = 0
               COMPUTE new-instalment ROUNDED =
                   new-principal / new-term-months
           ELSE
               COMPUTE compound-factor =
                   (1 + monthly-rate-factor) ** new-term-months
               COMPUTE annuity-factor =
                   monthly-rate-factor * compound-factor
                   / (compound-factor - 1)
               COMPUTE new-instalment ROUNDED =
                   new-principal * annuity-factor
           END-IF
           .

       confirm-loan.
           MOVE new-principal TO principal-display
           MOVE new-instalment TO instalment-display
           DISPLAY "Pay " principal-display " into account "
               repay-account-number LINE 13 COLUMN 1 END-DISPLAY
           DISPLAY "Monthly instalment " instalment-display " x "
               new-term-months ", first due " first-due-date
               LINE 14 COLUMN 1 END-DISPLAY
           DISPLAY "Set up the loan and pay out? (y/n)" LINE 15
               COLUMN 1 END-DISPLAY
           ACCEPT yn-reply LINE 15 COLUMN 40 END-ACCEPT
           IF y-reply
               PERFORM write-loan-record
               PERFORM pay-out-principal
               IF principal-paid
                   PERFORM write-loan-audit
               ELSE
                   PERFORM back-out-loan-record
               END-IF
           ELSE
               DISPLAY "Loan not set up." LINE 17 COLUMN 1
                   END-DISPLAY
           END-IF
           .

       write-loan-record.
           MOVE loan-customer-phone TO loan-phone
           MOVE repay-account-number TO loan-repay-account
           MOVE new-principal TO loan-principal
           MOVE new-annual-rate TO loan-annual-rate
           MOVE new-term-months TO loan-term-months
           MOVE new-instalment TO loan-instalment
           MOVE current-date-ymd TO loan-start-date
           MOVE first-due-date TO loan-next-due
           MOVE new-principal TO loan-balance
           MOVE 0 TO loan-instalments-paid
           MOVE 0 TO loan-interest-paid
           MOVE 0 TO loan-days-past-due
           SET loan-active TO TRUE
           OPEN I-O loans-file
           IF loans-file-status = "35"
               OPEN OUTPUT loans-file
           END-IF
           IF NOT loans-file-ok
               DISPLAY "Error opening loans file, status "
                   loans-file-status LINE 17 COLUMN 1 END-DISPLAY
               STOP RUN
           END-IF
           MOVE "N" TO loan-written-flag
           MOVE 0 TO issue-attempts
           PERFORM UNTIL loan-written OR issue-attempts >= 5
               ADD 1 TO issue-attempts
               PERFORM issue-loan-number
               WRITE loan
               EVALUATE TRUE
                   WHEN loans-file-ok
                       SET loan-written TO TRUE
                   WHEN loans-file-status = "22"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Error writing loan, status "
                           loans-file-status LINE 17 COLUMN 1
                           END-DISPLAY
                       CLOSE loans-file
                       STOP RUN
               END-EVALUATE
           END-PERFORM
           CLOSE loans-file
           IF NOT loan-written
               DISPLAY "Issued loan numbers already on file, "
                   "check account_control.dat." LINE 17 COLUMN 1
                   END-DISPLAY
               STOP RUN
           END-IF
           .

       pay-out-principal.
           MOVE "N" TO principal-paid-flag
           OPEN I-O accounts-file
           MOVE repay-account-number TO account-number
           READ accounts-file
               INVALID KEY
                   DISPLAY "Cannot re-read account "
                       repay-account-number " to pay out loan "
                       loan-number "." LINE 17 COLUMN 1 END-DISPLAY
               NOT INVALID KEY
                   PERFORM credit-repay-account
           END-READ
           CLOSE accounts-file
           .

       credit-repay-account.
           ADD new-principal TO account-balance
           REWRITE account
           IF accounts-file-ok
               SET principal-paid TO TRUE
               PERFORM post-advance-entry
               DISPLAY "Loan set up, loan number " loan-number
                   LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               DISPLAY "Error paying out loan " loan-number
                   ", status " accounts-file-status "." LINE 17
                   COLUMN 1 END-DISPLAY
           END-IF
           .

       back-out-loan-record.
           OPEN I-O loans-file
           IF loans-file-ok
               DELETE loans-file RECORD
           END-IF
           IF loans-file-ok
               DISPLAY "Loan " loan-number " removed - not set up."
                   LINE 16 COLUMN 1 END-DISPLAY
           ELSE
               DISPLAY "Error removing loan " loan-number
                   ", status " loans-file-status
                   " - correct manually." LINE 16 COLUMN 1
                   END-DISPLAY
           END-IF
           CLOSE loans-file
           .

       post-advance-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE "LOAN-ADVANCE" TO ledger-type
           MOVE new-principal TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE operator-id TO ledger-operator-id
           MOVE loan-number TO ledger-reference
           OPEN EXTEND ledger-file
           IF ledger-file-status = "35"
               OPEN OUTPUT ledger-file
           END-IF
           IF ledger-file-ok
               WRITE ledger-entry
               CLOSE ledger-file
           END-IF
           IF NOT ledger-file-ok
               DISPLAY "Error writing loan advance ledger entry, "
                   "status " ledger-file-status LINE 18 COLUMN 1
                   END-DISPLAY
           END-IF
           .

       write-loan-audit.
           MOVE loan-customer-phone TO audit-phone-number
           MOVE "LOANSETUP" TO audit-change-type
           MOVE SPACES TO changed-fields
           STRING "LOAN " loan-number " AMT " principal-input
               DELIMITED BY SIZE INTO changed-fields
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

       issue-loan-number.
           OPEN INPUT control-file
           IF NOT control-file-ok
               DISPLAY "Cannot open account control file, status "
                   control-file-status LINE 17 COLUMN 1 END-DISPLAY
               CLOSE loans-file
               STOP RUN
           END-IF
           READ control-file
               AT END
                   DISPLAY "Account control file is empty."
                       LINE 17 COLUMN 1 END-DISPLAY
                   CLOSE control-file
                   CLOSE loans-file
                   STOP RUN
           END-READ
           CLOSE control-file
           IF ctl-last-sequence < ctl-first-sequence
               MOVE ctl-first-sequence TO issued-sequence
           ELSE
               COMPUTE issued-sequence = ctl-last-sequence + 1
           END-IF
           MOVE issued-sequence TO ctl-last-sequence
           OPEN OUTPUT control-file
           WRITE account-control
           IF NOT control-file-ok
               DISPLAY "Error updating account control file, status "
                   control-file-status LINE 17 COLUMN 1 END-DISPLAY
               CLOSE control-file
               CLOSE loans-file
               STOP RUN
           END-IF
           CLOSE control-file
           MOVE issued-sequence TO check-body
           PERFORM compute-check-digit
           COMPUTE loan-number = issued-sequence * 10 + check-digit
           .

       advance-due-by-month.
           ADD 1 TO due-month
           IF due-month > 12
               MOVE 1 TO due-month
               ADD 1 TO due-year
           END-IF
           PERFORM set-month-max-day
           IF due-day > month-max-day
               MOVE month-max-day TO due-day
           END-IF
           .

       set-month-max-day.
           EVALUATE due-month
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO month-max-day
               WHEN 2
                   IF FUNCTION MOD(due-year 4) = 0 AND
                           (FUNCTION MOD(due-year 100) NOT = 0 OR
                            FUNCTION MOD(due-year 400) = 0)
                       MOVE 29 TO month-max-day
                   ELSE
                       MOVE 28 TO month-max-day
                   END-IF
               WHEN OTHER
                   MOVE 31 TO month-max-day
           END-EVALUATE
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
