      ****************************************************************
      * Supervised roll-forward of the business date held on         *
      * business_date.dat, which the batch and posting programs use  *
      * in place of the system clock. Run once the end-of-day batch  *
      * has finished: it shows the current business date, offers the *
      * next calendar day (another date may be keyed for a weekend   *
      * or holiday) and after confirmation writes the new date,      *
      * keeping the old one as the previous business date. The date  *
      * can only move forward. Supervisor level is required and      *
      * every roll is written to the audit trail.                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. roll-business-date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT business-date-file ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS business-date-status.

           SELECT operators-file ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS operator-key
               FILE STATUS IS operators-file-status.

           SELECT audit-log ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD business-date-file.
       COPY BUSDATE.

       FD operators-file.
       COPY OPERREC.

       FD audit-log.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 business-date-status       PIC XX VALUE SPACES.
       77 REDEFINES business-date-status PIC XX.
           88 business-date-ok       VALUE "00".
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
       01 first-date-flag            PIC X VALUE "N".
           88 first-business-date    VALUE "Y".
       01 valid-input-flag           PIC X.
           88 valid-input            VALUE "Y".
       01 yn-reply                   PIC X.
           88 y-reply                VALUES 'Y', 'y'.
       01 date-input                 PIC X(8).
       01 old-business-date          PIC X(8) VALUE SPACES.
       01 new-business-date          PIC X(8).
       01 next-day-date              PIC X(8) VALUE SPACES.
       01 date-number                PIC 9(8).

       PROCEDURE DIVISION.
       main-logic.
           PERFORM sign-on-operator
           IF NOT sign-on-supervisor
               DISPLAY "Supervisor level required." LINE 5 COLUMN 1
                   END-DISPLAY
               MOVE "DENIED" TO change-type
               MOVE "ROLL BUSINESS DATE" TO changed-fields
               PERFORM write-security-audit
               STOP RUN
           END-IF
           PERFORM read-business-date
           PERFORM ask-new-date
           PERFORM confirm-roll
           PERFORM end-of-program
           .

       read-business-date.
           OPEN INPUT business-date-file
           IF business-date-status = "35"
               SET first-business-date TO TRUE
           ELSE
               IF NOT business-date-ok
                   DISPLAY "Error opening business date file, status "
                       business-date-status LINE 17 COLUMN 1
                       END-DISPLAY
                   STOP RUN
               END-IF
               READ business-date-file
                   AT END
                       SET first-business-date TO TRUE
                   NOT AT END
                       MOVE bd-date TO old-business-date
               END-READ
               CLOSE business-date-file
           END-IF
           IF NOT first-business-date
               IF old-business-date IS NOT NUMERIC
                   DISPLAY "Business date on file is invalid - "
                       "correct business_date.dat." LINE 17 COLUMN 1
                       END-DISPLAY
                   STOP RUN
               END-IF
               MOVE old-business-date TO date-number
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(date-number) + 1)
                   TO date-number
               MOVE date-number TO next-day-date
           END-IF
           .

       ask-new-date.
           IF first-business-date
               DISPLAY "No business date on file - first business "
                   "date (YYYYMMDD)" LINE 6 COLUMN 1 END-DISPLAY
           ELSE
               DISPLAY "Current business date: " old-business-date
                   LINE 6 COLUMN 1 END-DISPLAY
               DISPLAY "New business date (YYYYMMDD, blank for "
                   next-day-date ")" LINE 7 COLUMN 1 END-DISPLAY
           END-IF
           MOVE "N" TO valid-input-flag
           PERFORM UNTIL valid-input
               MOVE SPACES TO date-input
               ACCEPT date-input LINE 8 COLUMN 1 END-ACCEPT
               IF date-input = SPACES AND NOT first-business-date
                   MOVE next-day-date TO date-input
               END-IF
               IF date-input IS NUMERIC
                   MOVE date-input TO date-number
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-number) = 0
                       AND date-input > old-business-date
                       MOVE date-input TO new-business-date
                       SET valid-input TO TRUE
                   ELSE
                       DISPLAY "Invalid date - must be a real date "
                           "after the current one." LINE 9 COLUMN 1
                           END-DISPLAY
                   END-IF
               ELSE
                   DISPLAY "Invalid date - use YYYYMMDD." LINE 9
                       COLUMN 1 END-DISPLAY
               END-IF
           END-PERFORM
           .

       confirm-roll.
           DISPLAY "Set business date to " new-business-date
               "? (y/n)" LINE 10 COLUMN 1 END-DISPLAY
           ACCEPT yn-reply LINE 10 COLUMN 40 END-ACCEPT
           IF y-reply
               PERFORM write-business-date
           ELSE
               DISPLAY "Business date left unchanged." LINE 17
                   COLUMN 1 END-DISPLAY
           END-IF
           .

       write-business-date.
           MOVE SPACES TO business-date-record
           MOVE new-business-date TO bd-date
           MOVE old-business-date TO bd-prev-date
           OPEN OUTPUT business-date-file
           WRITE business-date-record
           IF business-date-ok
               CLOSE business-date-file
               MOVE "BUSDATE" TO change-type
               MOVE SPACES TO changed-fields
               STRING "FROM " old-business-date " TO "
                   new-business-date
                   DELIMITED BY SIZE INTO changed-fields
               END-STRING
               PERFORM write-security-audit
               DISPLAY "Business date is now " new-business-date "."
                   LINE 17 COLUMN 1 END-DISPLAY
           ELSE
               DISPLAY "Error writing business date file, status "
                   business-date-status LINE 17 COLUMN 1 END-DISPLAY
               CLOSE business-date-file
           END-IF
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
