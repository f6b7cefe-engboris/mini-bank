      ****************************************************************
      * Second-supervisor approval of the requests raised on         *
      * pending_approvals.dat by overdraft-maint (limit raises),     *
      * account-holds (early releases), reactivate-account,          *
      * reverse-transaction and merge-customers. Lists the requests  *
      * still pending and lets a supervisor approve or reject one;   *
      * the supervisor who raised a request may not decide it. The   *
      * change is applied only on approval, after the same checks    *
      * the raising program made, and is audited under the approving *
      * supervisor, with an APPROVE or REJECT entry naming the       *
      * request and the supervisor who raised it. Supervisor level   *
      * is required. An approved merge moves the duplicate           *
      * customer's accounts and loans to the surviving customer      *
      * before the duplicate is closed. An overdraft raise is not    *
      * applied if the limit has changed since it was raised. A      *
      * request is marked approved before its change is applied and  *
      * is put back to pending if the change cannot be made.         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. approve-requests.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pending-file ASSIGN TO "pending_approvals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pend-number
               FILE STATUS IS pending-file-status.

           SELECT accounts-file ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS account-number
               ALTERNATE RECORD KEY IS account-phone WITH DUPLICATES
               FILE STATUS IS accounts-file-status.

           SELECT holds-file ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS hold-number
               ALTERNATE RECORD KEY IS hold-account WITH DUPLICATES
               FILE STATUS IS holds-file-status.

           SELECT users-file ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS phone-number
               ALTERNATE RECORD KEY IS email-address WITH DUPLICATES
               FILE STATUS IS users-file-status.

           SELECT ledger-file ASSIGN TO "ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-file-status.

           SELECT operators-file ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS operator-key
               FILE STATUS IS operators-file-status.

           SELECT loans-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS loan-number
               ALTERNATE RECORD KEY IS loan-phone WITH DUPLICATES
               FILE STATUS IS loans-file-status.

           SELECT audit-log ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

       DATA DIVISION.
       FILE SECTION.
       FD pending-file.
       COPY PENDREC.

       FD accounts-file.
       COPY ACCTREC.

       FD holds-file.
       COPY HOLDREC.

       FD users-file.
       COPY USERREC.

       FD ledger-file.
       COPY LEDGERREC.

       FD operators-file.
       COPY OPERREC.

       FD loans-file.
       COPY LOANREC.

       FD audit-log.
       COPY AUDITREC.

       FD business-date-file.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       77 pending-file-status        PIC XX VALUE SPACES.
       77 REDEFINES pending-file-status PIC XX.
           88 pending-file-ok        VALUE "00".
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 accounts-file-ok       VALUE "00".
       77 holds-file-status          PIC XX VALUE SPACES.
       77 REDEFINES holds-file-status PIC XX.
           88 holds-file-ok          VALUE "00".
       77 users-file-status          PIC XX VALUE SPACES.
       77 REDEFINES users-file-status PIC XX.
           88 users-file-ok          VALUE "00".
       77 ledger-file-status         PIC XX VALUE SPACES.
       77 REDEFINES ledger-file-status PIC XX.
           88 ledger-file-ok         VALUE "00".
       77 operators-file-status      PIC XX VALUE SPACES.
       77 REDEFINES operators-file-status PIC XX.
           88 operators-file-ok      VALUE "00".
       77 audit-file-status          PIC XX VALUE SPACES.
       77 REDEFINES audit-file-status PIC XX.
           88 audit-file-ok          VALUE "00".
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       01 menu-choice                PIC X.
           88 exit-menu              VALUE "0".
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
       01 request-input              PIC X(14).
       01 decision-reply             PIC X.
           88 approve-reply          VALUES 'A', 'a'.
           88 reject-reply           VALUES 'R', 'r'.
       01 end-of-pending-flag        PIC X.
           88 end-of-pending         VALUE "Y".
       01 list-count                 PIC 99.
       01 list-line                  PIC 99.
       01 list-subject               PIC 9(10).
       01 request-applied-flag       PIC X.
           88 request-applied        VALUE "Y".
       01 account-found-flag         PIC X.
           88 account-found          VALUE "Y".
       01 original-is-credit-flag    PIC X.
           88 original-is-credit     VALUE "Y".
       01 transaction-amount         PIC 9(9)V99.
       01 transaction-type           PIC X(12).
       01 amount-display             PIC ZZZ,ZZZ,ZZ9.99.
       01 prior-amount-display       PIC ZZZ,ZZZ,ZZ9.99.
       01 audit-amount               PIC 9(10).
       01 surviving-phone            PIC 9(10).
       01 duplicate-phone            PIC 9(10).
       01 merge-valid-flag           PIC X.
           88 merge-valid            VALUE "Y".
       01 accounts-repointed         PIC 9(3).
       01 loans-repointed            PIC 9(3).
       77 loans-file-status          PIC XX VALUE SPACES.
       77 REDEFINES loans-file-status PIC XX.
           88 loans-file-ok          VALUE "00".
       01 cascade-done-flag          PIC X.
           88 cascade-done           VALUE "Y".
       01 repoint-error-flag         PIC X.
           88 repoint-failed         VALUE "Y".
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM sign-on-operator
           IF NOT sign-on-supervisor
               DISPLAY "Supervisor level required." LINE 5 COLUMN 1
                   END-DISPLAY
               MOVE "DENIED" TO change-type
               MOVE "APPROVE REQUESTS" TO changed-fields
               PERFORM write-security-audit
               STOP RUN
           END-IF
           PERFORM load-business-date
           PERFORM main-menu UNTIL exit-menu
           PERFORM end-of-program
           .

       main-menu.
           DISPLAY "1 - List pending requests" LINE 1 COLUMN 1
               END-DISPLAY
           DISPLAY "2 - Approve or reject a request" LINE 2 COLUMN 1
               END-DISPLAY
           DISPLAY "0 - Quit" LINE 3 COLUMN 1 END-DISPLAY
           DISPLAY "Choice?" LINE 4 COLUMN 1 END-DISPLAY
           ACCEPT menu-choice LINE 4 COLUMN 9 END-ACCEPT
           EVALUATE menu-choice
               WHEN "1"
                   PERFORM list-pending-requests
               WHEN "2"
                   PERFORM review-request
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice." LINE 5 COLUMN 1
                       END-DISPLAY
           END-EVALUATE
           .

       list-pending-requests.
           MOVE 0 TO list-count
           MOVE "N" TO end-of-pending-flag
           OPEN INPUT pending-file
           EVALUATE TRUE
               WHEN pending-file-status = "35"
                   DISPLAY "No pending requests." LINE 17 COLUMN 1
                       END-DISPLAY
               WHEN NOT pending-file-ok
                   DISPLAY "Error opening pending approvals file, "
                       "status " pending-file-status LINE 17 COLUMN 1
                       END-DISPLAY
               WHEN OTHER
                   DISPLAY "Request        Function   Account/phone "
                       "Raised by Business date" LINE 6 COLUMN 1
                       END-DISPLAY
                   PERFORM list-one-request
                       UNTIL end-of-pending OR list-count >= 10
                   CLOSE pending-file
                   EVALUATE TRUE
                       WHEN list-count = 0
                           DISPLAY "No pending requests." LINE 17
                               COLUMN 1 END-DISPLAY
                       WHEN NOT end-of-pending
                           DISPLAY "More requests pending - decide "
                               "these and list again." LINE 17
                               COLUMN 1 END-DISPLAY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           .

       list-one-request.
           READ pending-file NEXT RECORD
               AT END
                   SET end-of-pending TO TRUE
               NOT AT END
                   IF pend-pending
                       ADD 1 TO list-count
                       COMPUTE list-line = 6 + list-count
                       IF pend-merge
                           MOVE pend-phone TO list-subject
                       ELSE
                           MOVE pend-account TO list-subject
                       END-IF
                       DISPLAY pend-number " " pend-function " "
                           list-subject "    " pend-maker-id "  "
                           pend-request-date LINE list-line COLUMN 1
                           END-DISPLAY
                   END-IF
           END-READ
           .

       review-request.
           DISPLAY "Request number" LINE 6 COLUMN 1 END-DISPLAY
           PERFORM ask-request-number
           OPEN I-O pending-file
           IF NOT pending-file-ok
               DISPLAY "Error opening pending approvals file, status "
                   pending-file-status LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               READ pending-file
                   INVALID KEY
                       DISPLAY "No request found for that number."
                           LINE 17 COLUMN 1 END-DISPLAY
                   NOT INVALID KEY
                       PERFORM decide-request
               END-READ
               CLOSE pending-file
           END-IF
           .

       ask-request-number.
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               ACCEPT request-input LINE 7 COLUMN 1 END-ACCEPT
               IF request-input IS NUMERIC AND request-input NOT = ZEROS
                   MOVE request-input TO pend-number
                   SET valid-input TO TRUE
               ELSE
                   DISPLAY "Invalid request number - 14 digits." LINE 8
                       COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           .

       decide-request.
           EVALUATE TRUE
               WHEN NOT pend-pending
                   DISPLAY "Request was already decided by "
                       pend-checker-id "." LINE 17 COLUMN 1
                       END-DISPLAY
               WHEN pend-maker-id = operator-id
                   DISPLAY "You raised this request - another "
                       "supervisor must decide it." LINE 17 COLUMN 1
                       END-DISPLAY
                   MOVE "DENIED" TO change-type
                   MOVE SPACES TO changed-fields
                   STRING "OWN REQ " pend-number DELIMITED BY SIZE
                       INTO changed-fields
                   END-STRING
                   PERFORM write-security-audit
               WHEN OTHER
                   PERFORM show-request-details
                   PERFORM ask-decision
           END-EVALUATE
           .

       show-request-details.
           MOVE pend-amount TO amount-display
           MOVE pend-prior-amount TO prior-amount-display
           DISPLAY "Raised by " pend-maker-id " on " pend-request-date
               LINE 9 COLUMN 1 END-DISPLAY
           EVALUATE TRUE
               WHEN pend-overdraft
                   DISPLAY "Overdraft limit on account " pend-account
                       " from " prior-amount-display " to "
                       amount-display LINE 10 COLUMN 1 END-DISPLAY
               WHEN pend-hold-release
                   DISPLAY "Early release of hold " pend-hold-number
                       " on account " pend-account " for "
                       amount-display LINE 10 COLUMN 1 END-DISPLAY
               WHEN pend-reactivate
                   DISPLAY "Reactivate dormant account " pend-account
                       LINE 10 COLUMN 1 END-DISPLAY
               WHEN pend-reversal
                   DISPLAY "Reverse " pend-entry-date " "
                       pend-entry-type " " amount-display
                       " on account " pend-account LINE 10 COLUMN 1
                       END-DISPLAY
               WHEN pend-merge
                   DISPLAY "Merge customer " pend-other-phone
                       " into " pend-phone LINE 10 COLUMN 1
                       END-DISPLAY
           END-EVALUATE
           .

       ask-decision.
           DISPLAY "A - approve, R - reject, other - leave pending"
               LINE 12 COLUMN 1 END-DISPLAY
           ACCEPT decision-reply LINE 13 COLUMN 1 END-ACCEPT
           EVALUATE TRUE
               WHEN approve-reply
                   PERFORM approve-request
               WHEN reject-reply
                   SET pend-rejected TO TRUE
                   MOVE "REJECT" TO change-type
                   PERFORM record-decision
               WHEN OTHER
                   DISPLAY "Request left pending." LINE 17 COLUMN 1
                       END-DISPLAY
           END-EVALUATE
           .

       approve-request.
           MOVE "N" TO request-applied-flag
           SET pend-approved TO TRUE
           MOVE operator-id TO pend-checker-id
           MOVE FUNCTION CURRENT-DATE TO pend-decision-stamp
           REWRITE pending-request
           IF NOT pending-file-ok
               DISPLAY "Error updating request " pend-number
                   ", status " pending-file-status " - not applied."
                   LINE 16 COLUMN 1 END-DISPLAY
           ELSE
               EVALUATE TRUE
                   WHEN pend-overdraft
                       PERFORM apply-overdraft-request
                   WHEN pend-hold-release
                       PERFORM apply-hold-request
                   WHEN pend-reactivate
                       PERFORM apply-reactivate-request
                   WHEN pend-reversal
                       PERFORM apply-reversal-request
                   WHEN pend-merge
                       PERFORM apply-merge-request
               END-EVALUATE
               IF request-applied
                   MOVE "APPROVE" TO change-type
                   PERFORM audit-decision
               ELSE
                   PERFORM restore-pending-request
               END-IF
           END-IF
           .

       restore-pending-request.
           SET pend-pending TO TRUE
           MOVE SPACES TO pend-checker-id
           MOVE SPACES TO pend-decision-stamp
           REWRITE pending-request
           IF NOT pending-file-ok
               DISPLAY "Error returning request " pend-number
                   " to pending, status " pending-file-status
                   " - correct manually." LINE 16 COLUMN 1
                   END-DISPLAY
           END-IF
           .

       record-decision.
           MOVE operator-id TO pend-checker-id
           MOVE FUNCTION CURRENT-DATE TO pend-decision-stamp
           REWRITE pending-request
           IF NOT pending-file-ok
               DISPLAY "Error updating request " pend-number
                   ", status " pending-file-status LINE 16 COLUMN 1
                   END-DISPLAY
           ELSE
               PERFORM audit-decision
           END-IF
           .

       audit-decision.
           MOVE pend-phone TO audit-phone-number
           MOVE SPACES TO changed-fields
           STRING "REQ " pend-number " MAKER " pend-maker-id
               DELIMITED BY SIZE INTO changed-fields
           END-STRING
           PERFORM write-approval-audit
           IF pend-approved
               DISPLAY "Request " pend-number " approved and applied."
                   LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               DISPLAY "Request " pend-number " rejected." LINE 17
                   COLUMN 1 END-DISPLAY
           END-IF
           .

       read-account.
           MOVE "N" TO account-found-flag
           MOVE pend-account TO account-number
           READ accounts-file
               INVALID KEY
                   DISPLAY "No account found for that number."
                       LINE 17 COLUMN 1 END-DISPLAY
               NOT INVALID KEY
                   IF acct-closed
                       DISPLAY "Account " account-number " is "
                           "closed." LINE 17 COLUMN 1 END-DISPLAY
                   ELSE
                       SET account-found TO TRUE
                   END-IF
           END-READ
           .

       apply-overdraft-request.
           OPEN I-O accounts-file
           PERFORM read-account
           IF account-found
               IF NOT account-checking
                   DISPLAY "Account " account-number " is not a "
                       "checking account." LINE 17 COLUMN 1
                       END-DISPLAY
               ELSE
                   IF account-overdraft-limit NOT = pend-prior-amount
                       DISPLAY "Limit has changed since the request "
                           "was raised." LINE 17 COLUMN 1 END-DISPLAY
                   ELSE
                       PERFORM apply-overdraft-limit
                   END-IF
               END-IF
           END-IF
           CLOSE accounts-file
           .

       apply-overdraft-limit.
           MOVE pend-amount TO account-overdraft-limit
           REWRITE account
           IF accounts-file-ok
               MOVE pend-amount TO audit-amount
               MOVE account-phone TO audit-phone-number
               MOVE "OVERDRAFT" TO change-type
               MOVE SPACES TO changed-fields
               STRING "ACCT " account-number " LIMIT "
                   audit-amount DELIMITED BY SIZE
                   INTO changed-fields
               END-STRING
               PERFORM write-approval-audit
               SET request-applied TO TRUE
           ELSE
               DISPLAY "Error updating overdraft limit, "
                   "status " accounts-file-status LINE 17
                   COLUMN 1 END-DISPLAY
           END-IF
           .

       apply-hold-request.
           OPEN I-O holds-file
           IF NOT holds-file-ok
               DISPLAY "Error opening holds file, status "
                   holds-file-status LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               MOVE pend-hold-number TO hold-number
               READ holds-file
                   INVALID KEY
                       DISPLAY "No hold found for that number."
                           LINE 17 COLUMN 1 END-DISPLAY
                   NOT INVALID KEY
                       PERFORM release-hold
               END-READ
               CLOSE holds-file
           END-IF
           .

       release-hold.
           IF hold-released
               DISPLAY "Hold is already released." LINE 17 COLUMN 1
                   END-DISPLAY
           ELSE
               SET hold-released TO TRUE
               REWRITE hold-record
               IF holds-file-ok
                   MOVE pend-phone TO audit-phone-number
                   MOVE "HOLDREL" TO change-type
                   MOVE SPACES TO changed-fields
                   STRING "HOLD " hold-number " ACCT " hold-account
                       DELIMITED BY SIZE INTO changed-fields
                   END-STRING
                   PERFORM write-approval-audit
                   SET request-applied TO TRUE
               ELSE
                   DISPLAY "Error releasing hold, status "
                       holds-file-status LINE 17 COLUMN 1
                       END-DISPLAY
               END-IF
           END-IF
           .

       apply-reactivate-request.
           OPEN I-O accounts-file
           PERFORM read-account
           IF account-found
               IF NOT acct-dormant
                   DISPLAY "Account " account-number " is not "
                       "dormant." LINE 17 COLUMN 1 END-DISPLAY
               ELSE
                   SET acct-open TO TRUE
                   REWRITE account
                   IF accounts-file-ok
                       MOVE account-phone TO audit-phone-number
                       MOVE "REACTIVATE" TO change-type
                       MOVE SPACES TO changed-fields
                       STRING "ACCT " account-number " ACCOUNT-STAT"
                           DELIMITED BY SIZE INTO changed-fields
                       END-STRING
                       PERFORM write-approval-audit
                       SET request-applied TO TRUE
                   ELSE
                       DISPLAY "Error reactivating account, status "
                           accounts-file-status LINE 17 COLUMN 1
                           END-DISPLAY
                   END-IF
               END-IF
           END-IF
           CLOSE accounts-file
           .

       apply-reversal-request.
           OPEN I-O accounts-file
           PERFORM read-account
           IF account-found
               IF acct-dormant
                   DISPLAY "Account " account-number " is dormant - "
                       "reactivate it first." LINE 17 COLUMN 1
                       END-DISPLAY
               ELSE
                   PERFORM post-reversal
               END-IF
           END-IF
           CLOSE accounts-file
           .

       classify-original-entry.
           MOVE "N" TO original-is-credit-flag
           EVALUATE pend-entry-type
               WHEN "DEPOSIT"
               WHEN "TRANSFER-IN"
               WHEN "INTEREST"
               WHEN "REVERSAL"
               WHEN "OPENING"
               WHEN "LOAN-ADVANCE"
               WHEN "EXT-CREDIT"
                   SET original-is-credit TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       post-reversal.
           PERFORM classify-original-entry
           MOVE pend-amount TO transaction-amount
           IF original-is-credit
               SUBTRACT transaction-amount FROM account-balance
               MOVE "REVERSAL-DR" TO transaction-type
           ELSE
               ADD transaction-amount TO account-balance
               MOVE "REVERSAL" TO transaction-type
           END-IF
           REWRITE account
           IF accounts-file-ok
               PERFORM write-ledger-entry
               MOVE pend-amount TO audit-amount
               MOVE account-phone TO audit-phone-number
               MOVE "REVERSAL" TO change-type
               MOVE SPACES TO changed-fields
               STRING "ACCT " account-number " " pend-entry-date
                   " " audit-amount DELIMITED BY SIZE
                   INTO changed-fields
               END-STRING
               PERFORM write-approval-audit
               SET request-applied TO TRUE
           ELSE
               DISPLAY "Error posting reversal, status "
                   accounts-file-status LINE 17 COLUMN 1 END-DISPLAY
           END-IF
           .

       write-ledger-entry.
           MOVE current-date-ymd TO ledger-date
           MOVE account-number TO ledger-account-number
           MOVE transaction-type TO ledger-type
           MOVE transaction-amount TO ledger-amount
           MOVE account-balance TO ledger-running-balance
           MOVE operator-id TO ledger-operator-id
           MOVE SPACES TO ledger-reference
           OPEN EXTEND ledger-file
           IF NOT ledger-file-ok
               DISPLAY "Error opening ledger file, status "
                   ledger-file-status LINE 16 COLUMN 1 END-DISPLAY
           ELSE
               WRITE ledger-entry
               IF NOT ledger-file-ok
                   DISPLAY "Error writing ledger entry, status "
                       ledger-file-status LINE 16 COLUMN 1
                       END-DISPLAY
               END-IF
               CLOSE ledger-file
           END-IF
           .

       apply-merge-request.
           MOVE pend-phone TO surviving-phone
           MOVE pend-other-phone TO duplicate-phone
           PERFORM verify-merge-customers
           IF merge-valid
               PERFORM repoint-accounts
               IF NOT repoint-failed
                   PERFORM repoint-loans
               END-IF
               IF repoint-failed
                   DISPLAY "Re-pointing failed, request left "
                       "pending - correct and retry." LINE 17
                       COLUMN 1 END-DISPLAY
               ELSE
                   PERFORM complete-merge
                   SET request-applied TO TRUE
               END-IF
           END-IF
           .

       verify-merge-customers.
           MOVE "N" TO merge-valid-flag
           OPEN INPUT users-file
           MOVE duplicate-phone TO phone-number
           READ users-file
               INVALID KEY
                   DISPLAY "No customer found for the duplicate "
                       "number." LINE 17 COLUMN 1 END-DISPLAY
               NOT INVALID KEY
                   IF account-closed
                       DISPLAY "Duplicate customer is already "
                           "closed." LINE 17 COLUMN 1 END-DISPLAY
                   ELSE
                       PERFORM verify-surviving-customer
                   END-IF
           END-READ
           CLOSE users-file
           .

       verify-surviving-customer.
           MOVE surviving-phone TO phone-number
           READ users-file
               INVALID KEY
                   DISPLAY "No customer found for the surviving "
                       "number." LINE 17 COLUMN 1 END-DISPLAY
               NOT INVALID KEY
                   IF account-closed
                       DISPLAY "Surviving customer is closed, cannot "
                           "merge into it." LINE 17 COLUMN 1
                           END-DISPLAY
                   ELSE
                       SET merge-valid TO TRUE
                   END-IF
           END-READ
           .

       complete-merge.
           PERFORM close-duplicate-record
           MOVE duplicate-phone TO audit-phone-number
           MOVE "MERGE" TO change-type
           MOVE SPACES TO changed-fields
           STRING "MERGED INTO " surviving-phone DELIMITED BY SIZE
               INTO changed-fields
           END-STRING
           PERFORM write-approval-audit
           MOVE surviving-phone TO audit-phone-number
           MOVE SPACES TO changed-fields
           STRING "MERGED FROM " duplicate-phone " LOANS "
               loans-repointed DELIMITED BY SIZE
               INTO changed-fields
           END-STRING
           PERFORM write-approval-audit
           DISPLAY accounts-repointed " account(s), " loans-repointed
               " loan(s) re-pointed." LINE 15 COLUMN 1 END-DISPLAY
           .

       repoint-accounts.
           MOVE 0 TO accounts-repointed
           MOVE "N" TO cascade-done-flag
           MOVE "N" TO repoint-error-flag
           OPEN I-O accounts-file
           IF NOT accounts-file-ok
               IF accounts-file-status = "35"
                   SET cascade-done TO TRUE
               ELSE
                   DISPLAY "Error opening accounts file, status "
                       accounts-file-status LINE 16 COLUMN 1
                       END-DISPLAY
                   SET repoint-failed TO TRUE
                   SET cascade-done TO TRUE
               END-IF
           END-IF
           PERFORM repoint-one-account UNTIL cascade-done
           CLOSE accounts-file
           .

       repoint-one-account.
           MOVE duplicate-phone TO account-phone
           START accounts-file KEY IS EQUAL TO account-phone
               INVALID KEY
                   SET cascade-done TO TRUE
           END-START
           IF NOT cascade-done
               READ accounts-file NEXT RECORD
                   AT END
                       SET cascade-done TO TRUE
                   NOT AT END
                       IF account-phone = duplicate-phone
                           MOVE surviving-phone TO account-phone
                           REWRITE account
                           IF accounts-file-ok
                               ADD 1 TO accounts-repointed
                           ELSE
                               DISPLAY "Error re-pointing account "
                                   account-number ", status "
                                   accounts-file-status LINE 16
                                   COLUMN 1 END-DISPLAY
                               SET repoint-failed TO TRUE
                               SET cascade-done TO TRUE
                           END-IF
                       ELSE
                           SET cascade-done TO TRUE
                       END-IF
               END-READ
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
                   SET repoint-failed TO TRUE
                   SET cascade-done TO TRUE
               END-IF
           END-IF
           PERFORM repoint-one-loan UNTIL cascade-done
           CLOSE loans-file
           .

       repoint-one-loan.
           MOVE duplicate-phone TO loan-phone
           START loans-file KEY IS EQUAL TO loan-phone
               INVALID KEY
                   SET cascade-done TO TRUE
           END-START
           IF NOT cascade-done
               READ loans-file NEXT RECORD
                   AT END
                       SET cascade-done TO TRUE
                   NOT AT END
                       IF loan-phone = duplicate-phone
                           MOVE surviving-phone TO loan-phone
                           REWRITE loan
                           IF loans-file-ok
                               ADD 1 TO loans-repointed
                           ELSE
                               DISPLAY "Error re-pointing loan "
                                   loan-number ", status "
                                   loans-file-status LINE 16
                                   COLUMN 1 END-DISPLAY
                               SET repoint-failed TO TRUE
                               SET cascade-done TO TRUE
                           END-IF
                       ELSE
                           SET cascade-done TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       close-duplicate-record.
           OPEN I-O users-file
           MOVE duplicate-phone TO phone-number
           READ users-file
               INVALID KEY
                   CONTINUE
           END-READ
           IF users-file-ok
               SET account-closed TO TRUE
               REWRITE user
               IF users-file-ok
                   MOVE duplicate-phone TO audit-phone-number
                   MOVE "CLOSE" TO change-type
                   MOVE "ACCOUNT-STATUS" TO changed-fields
                   PERFORM write-approval-audit
               ELSE
                   DISPLAY "Error closing duplicate record, status "
                       users-file-status LINE 16 COLUMN 1 END-DISPLAY
               END-IF
           ELSE
               DISPLAY "Error re-reading duplicate record, status "
                   users-file-status LINE 16 COLUMN 1 END-DISPLAY
           END-IF
           CLOSE users-file
           .

       write-approval-audit.
           MOVE change-type TO audit-change-type
           MOVE changed-fields TO audit-changed-fields
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
           MOVE operator-id TO audit-operator-id
           OPEN EXTEND audit-log
           WRITE audit-entry
           CLOSE audit-log
           .

       end-of-program.
           STOP RUN.

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
