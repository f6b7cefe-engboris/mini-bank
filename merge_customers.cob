      ****************************************************************
      * Supervised merge of a duplicate customer. The operator       *
      * confirms both records and the merge is written to            *
      * pending_approvals.dat; when a second supervisor approves it  *
      * in approve-requests, every accounts.dat record is re-pointed *
      * from the duplicate phone number to the surviving one, the    *
      * duplicate user record is closed, and MERGE audit entries are *
      * written for both numbers. Supervisor level is required.      *
      * Candidates come from duplicate-report.                       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. merge-customers.
               ALTERNATE RECORD KEY IS email-address WITH DUPLICATES
               FILE STATUS IS users-file-status.

           SELECT operators-file ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD users-file.
       COPY USERREC.

       FD operators-file.
       COPY OPERREC.

       FD audit-log.
       COPY AUDITREC.

       FD pending-file.
       COPY PENDREC.

       FD business-date-file.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       77 users-file-status          PIC XX VALUE SPACES.
       77 REDEFINES users-file-status PIC XX.
           88 users-file-ok          VALUE "00".
       77 operators-file-status      PIC XX VALUE SPACES.
       77 REDEFINES operators-file-status PIC XX.
           88 operators-file-ok      VALUE "00".
       01 duplicate-phone            PIC 9(10).
       01 surviving-name             PIC X(40).
       01 duplicate-name             PIC X(40).
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
           PERFORM ask-merge-phones
           PERFORM verify-merge-customers
           PERFORM confirm-merge
               COLUMN 1 END-DISPLAY
           ACCEPT yn-reply LINE 10 COLUMN 1 END-ACCEPT
           IF y-reply
               PERFORM raise-merge-request
           ELSE
               DISPLAY "Merge abandoned." LINE 17 COLUMN 1
                   END-DISPLAY
           END-IF
           .

       raise-merge-request.
           PERFORM clear-pending-request
           SET pend-merge TO TRUE
           MOVE surviving-phone TO pend-phone
           MOVE duplicate-phone TO pend-other-phone
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
           MOVE change-type TO audit-change-type
           MOVE changed-fields TO audit-changed-fields
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
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
