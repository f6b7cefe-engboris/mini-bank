      ****************************************************************
      * The purpose of this file is to open a savings or checking    *
      * account for a customer already registered in users.dat.      *
      * The account number is issued from the control file           *
      * account_control.dat (next sequence plus a check digit), the  *
      * starting balance is posted to the transaction ledger as an   *
      * OPENING entry under the operator's ID, and the opening is    *
      * written to the audit trail as an OPEN-ACCT entry.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. open-account.
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
       FD users-file.
       FD audit-log.
       COPY AUDITREC.

       FD control-file.
       COPY ACCTCTL.

       FD ledger-file.
       COPY LEDGERREC.

       FD business-date-file.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       77 users-file-status          PIC XX VALUE SPACES.
       77 REDEFINES users-file-status PIC XX.
           88 operator-found         VALUE "Y".
       01 change-type                PIC X(10).
       01 changed-fields             PIC X(40).
       77 control-file-status        PIC XX VALUE SPACES.
       77 REDEFINES control-file-status PIC XX.
           88 control-file-ok        VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       01 issued-sequence            PIC 9(9).
       01 issue-attempts             PIC 9.
       01 account-written-flag       PIC X.
           88 account-written        VALUE "Y".
       01 check-body                 PIC 9(9).
       01 REDEFINES check-body.
           05 check-body-digit       PIC 9 OCCURS 9 TIMES.
       01 check-index                PIC 99.
       01 check-product              PIC 99.
       01 check-sum                  PIC 9(3).
       01 check-digit                PIC 9.
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".

       PROCEDURE DIVISION.
       sign-on-operator.
               END-IF
           END-PERFORM

           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Starting balance (digits only, no decimal "
           .

       open-account-in-file.
           PERFORM load-business-date
           OPEN I-O accounts-file
           MOVE "N" TO account-written-flag
           MOVE 0 TO issue-attempts
           PERFORM UNTIL account-written OR issue-attempts >= 5
               ADD 1 TO issue-attempts
               PERFORM issue-account-number
               WRITE account
               EVALUATE TRUE
                   WHEN accounts-file-ok
                       SET account-written TO TRUE
                   WHEN accounts-file-status = "22"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Error opening account, status "
                           accounts-file-status LINE 17 COLUMN 1
                           END-DISPLAY
                       CLOSE accounts-file
                       STOP RUN
               END-EVALUATE
           END-PERFORM
           CLOSE accounts-file
           IF NOT account-written
               DISPLAY "Issued account numbers already on file, "
                   "check account_control.dat." LINE 17 COLUMN 1
                   END-DISPLAY
               STOP RUN
           END-IF
           DISPLAY "Account opened, account number " account-number
               LINE 17 COLUMN 1 END-DISPLAY
           .

       post-opening-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE "OPENING" TO ledger-type
           MOVE account-balance TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE operator-id TO ledger-operator-id
           MOVE SPACES TO ledger-reference
           OPEN EXTEND ledger-file
           IF ledger-file-status = "35"
               OPEN OUTPUT ledger-file
           END-IF
           IF ledger-file-ok
               WRITE ledger-entry
               CLOSE ledger-file
           END-IF
           IF NOT ledger-file-ok
               DISPLAY "Error writing opening ledger entry, status "
                   ledger-file-status LINE 18 COLUMN 1 END-DISPLAY
           END-IF
           .

       write-open-audit.
           MOVE account-phone TO audit-phone-number
           MOVE "OPEN-ACCT" TO audit-change-type
           MOVE SPACES TO changed-fields
           STRING "ACCT " account-number " TYPE " account-type
               " BAL " balance-input
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

       issue-account-number.
           OPEN INPUT control-file
           IF NOT control-file-ok
               DISPLAY "Cannot open account control file, status "
                   control-file-status LINE 17 COLUMN 1 END-DISPLAY
               CLOSE accounts-file
               STOP RUN
           END-IF
           READ control-file
               AT END
                   DISPLAY "Account control file is empty."
                       LINE 17 COLUMN 1 END-DISPLAY
                   CLOSE control-file
                   CLOSE accounts-file
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
               CLOSE accounts-file
               STOP RUN
           END-IF
           CLOSE control-file
           MOVE issued-sequence TO check-body
           PERFORM compute-check-digit
           COMPUTE account-number = issued-sequence * 10 + check-digit
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

       attempt-sign-on.
           ADD 1 TO sign-on-attempts
           WRITE audit-entry
           CLOSE audit-log
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
