      * Supervised maintenance of the agreed overdraft limit on a    *
      * checking account: displays the current limit from            *
      * accounts.dat and lets a supervisor set a new one (zero       *
      * removes the facility). Savings accounts are refused. A       *
      * reduction is applied at once; a raise is written to          *
      * pending_approvals.dat and only takes effect when a second    *
      * supervisor approves it in approve-requests. Supervisor level *
      * is required, like closures and merges, and every change and  *
      * request is written to the audit trail.                       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. overdraft-maint.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.

           SELECT pending-file ASSIGN TO "pending_approvals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pend-number
               FILE STATUS IS pending-file-status.

           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

       DATA DIVISION.
       FILE SECTION.
       FD accounts-file.
       FD audit-log.
       COPY AUDITREC.

       FD pending-file.
       COPY PENDREC.

       FD business-date-file.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       77 accounts-file-status       PIC XX VALUE SPACES.
       77 REDEFINES accounts-file-status PIC XX.
           88 account-found          VALUE "Y".
       01 new-limit                  PIC 9(7)V99.
       01 limit-display              PIC ZZZ,ZZZ,ZZ9.99.
       77 pending-file-status        PIC XX VALUE SPACES.
       77 REDEFINES pending-file-status PIC XX.
           88 pending-file-ok        VALUE "00".
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
       01 current-date-stamp.
           05 current-date-ymd       PIC X(8).
           05 FILLER                 PIC X(13).
       01 request-write-flag         PIC X.
           88 request-retry          VALUE "N".
           88 request-written        VALUE "Y".
           88 request-failed         VALUE "E".
       01 request-attempts           PIC 9.

       PROCEDURE DIVISION.
       main-logic.
               PERFORM write-security-audit
               STOP RUN
           END-IF
           PERFORM load-business-date
           PERFORM maintain-overdraft-limit
           PERFORM end-of-program
           .
                       END-DISPLAY
               ELSE
                   PERFORM ask-new-limit
                   IF new-limit > account-overdraft-limit
                       PERFORM raise-limit-request
                   ELSE
                       PERFORM apply-new-limit
                   END-IF
               END-IF
           END-IF
           CLOSE accounts-file
           END-IF
           .

       raise-limit-request.
           PERFORM clear-pending-request
           SET pend-overdraft TO TRUE
           MOVE account-number TO pend-account
           MOVE account-phone TO pend-phone
           MOVE new-limit TO pend-amount
           MOVE account-overdraft-limit TO pend-prior-amount
           PERFORM write-pending-request
           .

       clear-pending-request.
           MOVE SPACES TO pending-request
           MOVE ZEROS TO pend-account
           MOVE ZEROS TO pend-phone
           MOVE ZEROS TO pend-other-phone
           MOVE ZEROS TO pend-hold-number
           MOVE ZEROS TO pend-amount
           MOVE ZEROS TO pend-prior-amount
           .

       write-pending-request.
           MOVE operator-id TO pend-maker-id
           MOVE current-date-ymd TO pend-request-date
           MOVE FUNCTION CURRENT-DATE TO pend-request-stamp
           SET pend-pending TO TRUE
           OPEN I-O pending-file
           IF pending-file-status = "35"
               OPEN OUTPUT pending-file
           END-IF
           IF NOT pending-file-ok
               DISPLAY "Error opening pending approvals file, status "
                   pending-file-status LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(3:14) TO pend-number
               MOVE 0 TO request-attempts
               SET request-retry TO TRUE
               PERFORM UNTIL NOT request-retry
                   ADD 1 TO request-attempts
                   WRITE pending-request
                   EVALUATE TRUE
                       WHEN pending-file-ok
                           SET request-written TO TRUE
                       WHEN pending-file-status = "22"
                               AND request-attempts < 5
                           ADD 1 TO pend-number
                       WHEN OTHER
                           SET request-failed TO TRUE
                   END-EVALUATE
               END-PERFORM
               CLOSE pending-file
               IF request-written
                   PERFORM write-request-audit
                   DISPLAY "Request " pend-number " raised - another "
                       "supervisor must approve it." LINE 17 COLUMN 1
                       END-DISPLAY
               ELSE
                   DISPLAY "Error writing pending request, status "
                       pending-file-status LINE 17 COLUMN 1
                       END-DISPLAY
               END-IF
           END-IF
           .

       write-request-audit.
           MOVE pend-phone TO audit-phone-number
           MOVE "REQUEST" TO change-type
           MOVE SPACES TO changed-fields
           STRING pend-function DELIMITED BY SPACE
               " REQ " pend-number DELIMITED BY SIZE
               INTO changed-fields
           END-STRING
           PERFORM write-overdraft-audit
           .

       write-overdraft-audit.
           MOVE change-type TO audit-change-type
           MOVE changed-fields TO audit-changed-fields
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
