      ****************************************************************         
      * The purpose of this file is to handle the registration of    *
      * users in a terminal prompt.                                  *
      * Option 7 keeps each customer's alert opt-ins and thresholds  *
      * on alert_prefs.dat for the nightly customer-alerts job; a    *
      * phone number change re-keys them with the customer. Option 8 *
      * (supervisor) sets the customer's withholding-tax exemption.  *
      * A phone number change also re-points the customer's accounts *
      * and loans to the new number.                                 *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. register-user.
               RECORD KEY IS operator-key
               FILE STATUS IS operators-file-status.

           SELECT prefs-file ASSIGN TO "alert_prefs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pref-phone
               FILE STATUS IS prefs-file-status.

           SELECT loans-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS loan-number
               ALTERNATE RECORD KEY IS loan-phone WITH DUPLICATES
               FILE STATUS IS loans-file-status.

           SELECT audit-log ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.
       FD operators-file.
       COPY OPERREC.

       FD prefs-file.
       COPY ALERTPREF.

       FD loans-file.
       COPY LOANREC.

       FD audit-log.
       COPY AUDITREC.

       01 old-phone-number        PIC 9(10).
       01 new-phone-number        PIC 9(10).
       01 accounts-repointed      PIC 9(3).
       01 loans-repointed         PIC 9(3).
       77 loans-file-status       PIC XX VALUE SPACES.
       77 REDEFINES loans-file-status PIC XX.
           88 loans-file-ok       VALUE "00".
       01 cascade-done-flag       PIC X.
           88 cascade-done        VALUE "Y".
       01 account-input           PIC X(10).
           88 operator-found      VALUE "Y".
       01 sign-on-level           PIC X.
           88 sign-on-supervisor  VALUE "S".
       77 prefs-file-status       PIC XX VALUE SPACES.
       77 REDEFINES prefs-file-status PIC XX.
           88 prefs-file-ok       VALUE "00".
       01 pref-found-flag         PIC X.
           88 pref-found          VALUE "Y".
       01 alert-choices.
           05 choice-low-balance       PIC X.
           05 choice-low-balance-level PIC 9(9)V99.
           05 choice-overdrawn         PIC X.
           05 choice-dormant           PIC X.
           05 choice-order-failed      PIC X.
           05 choice-large-debit       PIC X.
           05 choice-large-debit-level PIC 9(9)V99.
           05 choice-channel           PIC X.
       01 alert-prompt            PIC X(40).
       01 alert-line              PIC 99.
       01 alert-flag              PIC X.
       01 alert-level             PIC 9(9)V99.
       01 amount-input            PIC X(12).
       01 amount-display          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       main-logic.
               COLUMN 1 END-DISPLAY
           DISPLAY "6 - Close a bank account" LINE 6 COLUMN 1
               END-DISPLAY
           DISPLAY "7 - Alert preferences" LINE 7 COLUMN 1
               END-DISPLAY
           DISPLAY "8 - Withholding tax exemption" LINE 8 COLUMN 1
               END-DISPLAY
           DISPLAY "0 - Quit" LINE 9 COLUMN 1 END-DISPLAY
           DISPLAY "Choice?" LINE 10 COLUMN 1 END-DISPLAY
           ACCEPT menu-choice LINE 10 COLUMN 9 END-ACCEPT
           EVALUATE menu-choice
               WHEN "1"
                   MOVE "R" TO operation-mode
                   SET account-active TO TRUE
                   SET tax-liable TO TRUE
                   PERFORM form-beginning THRU ask-phone
                   PERFORM ask-for-validation
               WHEN "2"
                       MOVE "CLOSE BANK ACCOUNT" TO changed-fields
                       PERFORM permission-denied
                   END-IF
               WHEN "7"
                   PERFORM maintain-alert-preferences
               WHEN "8"
                   IF sign-on-supervisor
                       PERFORM set-tax-exemption
                   ELSE
                       MOVE "TAX EXEMPTION" TO changed-fields
                       PERFORM permission-denied
                   END-IF
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice." LINE 11 COLUMN 1
                       END-DISPLAY
           END-EVALUATE
           .

               END-IF
               CLOSE users-file
               PERFORM repoint-accounts
               PERFORM repoint-alert-preferences
               PERFORM repoint-loans
               MOVE new-phone-number TO phone-number
               MOVE "PHONECHG" TO change-type
               MOVE SPACES TO changed-fields
               END-STRING
               PERFORM write-audit-log
               DISPLAY "Phone number changed, " accounts-repointed
                   " account(s), " loans-repointed
                   " loan(s) re-pointed." LINE 17 COLUMN 1
                   END-DISPLAY
           END-IF
           .
           END-IF
           .

       repoint-alert-preferences.
           OPEN I-O prefs-file
           IF prefs-file-ok
               MOVE old-phone-number TO pref-phone
               READ prefs-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE new-phone-number TO pref-phone
                       WRITE alert-preference
                       IF prefs-file-ok
                           MOVE old-phone-number TO pref-phone
                           DELETE prefs-file RECORD
                       END-IF
                       IF NOT prefs-file-ok
                           DISPLAY "Error re-keying alert preferences, "
                               "status " prefs-file-status LINE 16
                               COLUMN 1 END-DISPLAY
                       END-IF
               END-READ
               CLOSE prefs-file
           END-IF
           .

       repoint-loans.
           MOVE 0 TO loans-repointed
           MOVE "N" TO cascade-done-flag
           OPEN I-O loans-file
           IF NOT loans-file-ok
               IF loans-file-status = "35"
                   SET cascade-done TO TRUE
               ELSE
                   DISPLAY "Error opening loans file, status "
                       loans-file-status LINE 16 COLUMN 1
                       END-DISPLAY
                   SET cascade-done TO TRUE
               END-IF
           END-IF
           PERFORM repoint-one-loan UNTIL cascade-done
           CLOSE loans-file
           .

       repoint-one-loan.
           MOVE old-phone-number TO loan-phone
           START loans-file KEY IS EQUAL TO loan-phone
               INVALID KEY
                   SET cascade-done TO TRUE
           END-START
           IF NOT cascade-done
               READ loans-file NEXT RECORD
                   AT END
                       SET cascade-done TO TRUE
                   NOT AT END
                       IF loan-phone = old-phone-number
                           MOVE new-phone-number TO loan-phone
                           REWRITE loan
                           IF loans-file-ok
                               ADD 1 TO loans-repointed
                           ELSE
                               DISPLAY "Error re-pointing loan "
                                   loan-number ", status "
                                   loans-file-status LINE 16
                                   COLUMN 1 END-DISPLAY
                               SET cascade-done TO TRUE
                           END-IF
                       ELSE
                           SET cascade-done TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       maintain-alert-preferences.
           DISPLAY "Phone number of customer" LINE 1 COLUMN 1
               END-DISPLAY
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               ACCEPT phone-input LINE 2 COLUMN 1 END-ACCEPT
               IF phone-input IS NUMERIC AND phone-input NOT = ZEROS
                   MOVE phone-input TO phone-number
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid phone number - digits only, "
                       "not zero." LINE 3 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           OPEN INPUT users-file
           READ users-file
               INVALID KEY
                   DISPLAY "No customer found for that phone number."
                       LINE 3 COLUMN 1 END-DISPLAY
           END-READ
           IF file-access-ok AND account-closed
               DISPLAY "That customer is closed and cannot be alerted."
                   LINE 3 COLUMN 1 END-DISPLAY
           ELSE
               IF file-access-ok
                   DISPLAY "Customer: " first-name " " family-name
                       LINE 3 COLUMN 1 END-DISPLAY
                   PERFORM load-alert-choices
                   PERFORM ask-alert-choices
                   PERFORM confirm-alert-choices
               END-IF
           END-IF
           CLOSE users-file
           .

       load-alert-choices.
           MOVE "N" TO pref-found-flag
           MOVE "N" TO choice-low-balance
           MOVE 0 TO choice-low-balance-level
           MOVE "N" TO choice-overdrawn
           MOVE "N" TO choice-dormant
           MOVE "N" TO choice-order-failed
           MOVE "N" TO choice-large-debit
           MOVE 0 TO choice-large-debit-level
           MOVE "B" TO choice-channel
           OPEN INPUT prefs-file
           IF prefs-file-ok
               MOVE phone-number TO pref-phone
               READ prefs-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET pref-found TO TRUE
                       MOVE pref-low-balance-flag TO choice-low-balance
                       MOVE pref-low-balance-level
                           TO choice-low-balance-level
                       MOVE pref-overdrawn-flag TO choice-overdrawn
                       MOVE pref-dormant-flag TO choice-dormant
                       MOVE pref-order-failed-flag
                           TO choice-order-failed
                       MOVE pref-large-debit-flag TO choice-large-debit
                       MOVE pref-large-debit-level
                           TO choice-large-debit-level
                       MOVE pref-channel TO choice-channel
               END-READ
               CLOSE prefs-file
           END-IF
           .

       ask-alert-choices.
           MOVE "Low balance alert (Y/N)" TO alert-prompt
           MOVE 4 TO alert-line
           MOVE choice-low-balance TO alert-flag
           PERFORM ask-alert-flag
           MOVE alert-flag TO choice-low-balance
           IF choice-low-balance = "Y"
               MOVE "  when balance falls below (no decimals)"
                   TO alert-prompt
               MOVE 5 TO alert-line
               MOVE choice-low-balance-level TO alert-level
               PERFORM ask-alert-level
               MOVE alert-level TO choice-low-balance-level
           ELSE
               MOVE 0 TO choice-low-balance-level
           END-IF
           MOVE "Overdrawn / over limit alert (Y/N)" TO alert-prompt
           MOVE 6 TO alert-line
           MOVE choice-overdrawn TO alert-flag
           PERFORM ask-alert-flag
           MOVE alert-flag TO choice-overdrawn
           MOVE "Account made dormant alert (Y/N)" TO alert-prompt
           MOVE 7 TO alert-line
           MOVE choice-dormant TO alert-flag
           PERFORM ask-alert-flag
           MOVE alert-flag TO choice-dormant
           MOVE "Standing order failed alert (Y/N)" TO alert-prompt
           MOVE 8 TO alert-line
           MOVE choice-order-failed TO alert-flag
           PERFORM ask-alert-flag
           MOVE alert-flag TO choice-order-failed
           MOVE "Large withdrawal / transfer alert (Y/N)"
               TO alert-prompt
           MOVE 9 TO alert-line
           MOVE choice-large-debit TO alert-flag
           PERFORM ask-alert-flag
           MOVE alert-flag TO choice-large-debit
           IF choice-large-debit = "Y"
               MOVE "  when one debit is above (no decimals)"
                   TO alert-prompt
               MOVE 10 TO alert-line
               MOVE choice-large-debit-level TO alert-level
               PERFORM ask-alert-level
               MOVE alert-level TO choice-large-debit-level
           ELSE
               MOVE 0 TO choice-large-debit-level
           END-IF
           PERFORM ask-alert-channel
           .

       ask-alert-flag.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY alert-prompt LINE alert-line COLUMN 1
                   END-DISPLAY
               DISPLAY "current: " alert-flag LINE alert-line
                   COLUMN 56 END-DISPLAY
               ACCEPT yn-reply LINE alert-line COLUMN 42 END-ACCEPT
               EVALUATE TRUE
                   WHEN y-reply
                       MOVE "Y" TO alert-flag
                       SET valid-input TO TRUE
                   WHEN n-reply
                       MOVE "N" TO alert-flag
                       SET valid-input TO TRUE
                   WHEN OTHER
                       DISPLAY "Reply Y or N." LINE 17 COLUMN 1
                           END-DISPLAY
               END-EVALUATE
           END-PERFORM
           .

       ask-alert-level.
           MOVE alert-level TO amount-display
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY alert-prompt LINE alert-line COLUMN 1
                   END-DISPLAY
               DISPLAY "current: " amount-display LINE alert-line
                   COLUMN 56 END-DISPLAY
               ACCEPT amount-input LINE alert-line COLUMN 42
                   END-ACCEPT
               IF amount-input IS NUMERIC
                   MOVE amount-input TO alert-level
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid amount - digits only, no decimal "
                       "point." LINE 17 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           .

       ask-alert-channel.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               DISPLAY "Send by SMS, email or both (S/E/B)" LINE 11
                   COLUMN 1 END-DISPLAY
               DISPLAY "current: " choice-channel LINE 11 COLUMN 56
                   END-DISPLAY
               ACCEPT alert-flag LINE 11 COLUMN 42 END-ACCEPT
               EVALUATE alert-flag
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO choice-channel
                       SET valid-input TO TRUE
                   WHEN "E"
                   WHEN "e"
                       MOVE "E" TO choice-channel
                       SET valid-input TO TRUE
                   WHEN "B"
                   WHEN "b"
                       MOVE "B" TO choice-channel
                       SET valid-input TO TRUE
                   WHEN OTHER
                       DISPLAY "Reply S, E or B." LINE 17 COLUMN 1
                           END-DISPLAY
               END-EVALUATE
           END-PERFORM
           .

       confirm-alert-choices.
           DISPLAY "Validate? (y/n)" LINE 15 END-DISPLAY
           ACCEPT yn-reply LINE 16 END-ACCEPT
           IF n-reply
               PERFORM ask-alert-choices
               PERFORM confirm-alert-choices
           ELSE
               PERFORM save-alert-preferences
           END-IF
           .

       save-alert-preferences.
           OPEN I-O prefs-file
           IF prefs-file-status = "35"
               OPEN OUTPUT prefs-file
           END-IF
           IF NOT prefs-file-ok
               DISPLAY "Error opening alert preferences file, status "
                   prefs-file-status LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               MOVE phone-number TO pref-phone
               MOVE choice-low-balance TO pref-low-balance-flag
               MOVE choice-low-balance-level TO pref-low-balance-level
               MOVE choice-overdrawn TO pref-overdrawn-flag
               MOVE choice-dormant TO pref-dormant-flag
               MOVE choice-order-failed TO pref-order-failed-flag
               MOVE choice-large-debit TO pref-large-debit-flag
               MOVE choice-large-debit-level TO pref-large-debit-level
               MOVE choice-channel TO pref-channel
               MOVE FUNCTION CURRENT-DATE TO pref-updated-date
               MOVE operator-id TO pref-operator-id
               IF pref-found
                   REWRITE alert-preference
               ELSE
                   WRITE alert-preference
               END-IF
               IF prefs-file-ok
                   MOVE "ALERTPREF" TO change-type
                   MOVE SPACES TO changed-fields
                   STRING "LOW " choice-low-balance
                       " OD " choice-overdrawn
                       " DORM " choice-dormant
                       " SO " choice-order-failed
                       " BIG " choice-large-debit
                       " VIA " choice-channel
                       DELIMITED BY SIZE INTO changed-fields
                   END-STRING
                   PERFORM write-audit-log
                   DISPLAY "Alert preferences saved." LINE 17
                       COLUMN 1 END-DISPLAY
               ELSE
                   DISPLAY "Error saving alert preferences, status "
                       prefs-file-status LINE 17 COLUMN 1 END-DISPLAY
               END-IF
               CLOSE prefs-file
           END-IF
           .

       set-tax-exemption.
           DISPLAY "Phone number of customer" LINE 1 COLUMN 1
               END-DISPLAY
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               ACCEPT phone-input LINE 2 COLUMN 1 END-ACCEPT
               IF phone-input IS NUMERIC AND phone-input NOT = ZEROS
                   MOVE phone-input TO phone-number
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid phone number - digits only, "
                       "not zero." LINE 3 COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           OPEN I-O users-file
           READ users-file
               INVALID KEY
                   DISPLAY "No customer found for that phone number."
                       LINE 3 COLUMN 1 END-DISPLAY
           END-READ
           IF file-access-ok AND account-closed
               DISPLAY "That account is closed and cannot be updated."
                   LINE 3 COLUMN 1 END-DISPLAY
           ELSE
               IF file-access-ok
                   DISPLAY "Customer: " first-name " " family-name
                       LINE 3 COLUMN 1 END-DISPLAY
                   IF tax-exempt
                       DISPLAY "Currently exempt from withholding tax."
                           LINE 4 COLUMN 1 END-DISPLAY
                   ELSE
                       DISPLAY "Currently taxed at source."
                           LINE 4 COLUMN 1 END-DISPLAY
                   END-IF
                   DISPLAY "Exempt from withholding tax? (y/n)" LINE 5
                       COLUMN 1 END-DISPLAY
                   ACCEPT yn-reply LINE 6 COLUMN 1 END-ACCEPT
                   PERFORM apply-tax-exemption
               END-IF
           END-IF
           CLOSE users-file
           .

       apply-tax-exemption.
           EVALUATE TRUE
               WHEN y-reply AND tax-exempt
               WHEN n-reply AND tax-liable
                   DISPLAY "No change." LINE 17 COLUMN 1 END-DISPLAY
               WHEN y-reply OR n-reply
                   IF y-reply
                       SET tax-exempt TO TRUE
                   ELSE
                       SET tax-liable TO TRUE
                   END-IF
                   REWRITE user
                   IF file-access-ok
                       MOVE "TAXEXEMPT" TO change-type
                       MOVE SPACES TO changed-fields
                       STRING "TAX-EXEMPT-FLAG " tax-exempt-flag
                           DELIMITED BY SIZE INTO changed-fields
                       END-STRING
                       PERFORM write-audit-log
                       DISPLAY "Record updated." LINE 17 COLUMN 1
                           END-DISPLAY
                   ELSE
                       DISPLAY "Error updating record, status "
                           file-status LINE 17 COLUMN 1 END-DISPLAY
                   END-IF
               WHEN OTHER
                   DISPLAY "Reply Y or N - nothing changed." LINE 17
                       COLUMN 1 END-DISPLAY
           END-EVALUATE
           .

       permission-denied.
           DISPLAY "Supervisor level required." LINE 11 COLUMN 1
               END-DISPLAY
           MOVE "DENIED" TO change-type
           PERFORM write-security-audit
           ELSE
               DISPLAY "Status: ACTIVE" LINE 12 COLUMN 1 END-DISPLAY
           END-IF
           IF tax-exempt
               DISPLAY "Tax: EXEMPT" LINE 13 COLUMN 1 END-DISPLAY
           ELSE
               DISPLAY "Tax: WITHHELD" LINE 13 COLUMN 1 END-DISPLAY
           END-IF
           .

       end-of-program.
