      ****************************************************************
      * One-time conversion job for the withholding-tax exemption    *
      * flag: reads users.dat in its previous layout (no             *
      * tax-exempt-flag) and writes every record to users_new.dat in *
      * the current USERREC layout with the customer marked as       *
      * taxed. Run once before the first use of the new layout, then *
      * have operations swap users_new.dat in as users.dat and set   *
      * the exempt customers from register-user.                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convert-users-tax.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-users-file ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS old-phone-number
               ALTERNATE RECORD KEY IS old-email-address
                   WITH DUPLICATES
               FILE STATUS IS old-file-status.

           SELECT new-users-file ASSIGN TO "users_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS phone-number
               ALTERNATE RECORD KEY IS email-address WITH DUPLICATES
               FILE STATUS IS new-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD old-users-file.
       01 old-user.
           05 old-full-name          PIC X(40).
           05 old-the-address        PIC X(60).
           05 old-email-address      PIC X(30).
           05 old-phone-number       PIC 9(10).
           05 old-account-status     PIC X.

       FD new-users-file.
       COPY USERREC.

       WORKING-STORAGE SECTION.
       77 old-file-status            PIC XX VALUE SPACES.
       77 REDEFINES old-file-status  PIC XX.
           88 old-file-ok            VALUE "00".
       77 new-file-status            PIC XX VALUE SPACES.
       77 REDEFINES new-file-status  PIC XX.
           88 new-file-ok            VALUE "00".
       01 end-of-users               PIC X VALUE "N".
           88 no-more-users          VALUE "Y".
       01 records-converted          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       run-conversion.
           OPEN INPUT old-users-file
           IF NOT old-file-ok
               DISPLAY "Error opening users file, status "
                   old-file-status
               STOP RUN
           END-IF
           OPEN OUTPUT new-users-file
           IF NOT new-file-ok
               DISPLAY "Error opening new users file, status "
                   new-file-status
               CLOSE old-users-file
               STOP RUN
           END-IF
           PERFORM UNTIL no-more-users
               READ old-users-file
                   AT END
                       SET no-more-users TO TRUE
                   NOT AT END
                       PERFORM convert-one-user
               END-READ
           END-PERFORM
           CLOSE old-users-file
           CLOSE new-users-file
           DISPLAY "Customers converted: " records-converted
           STOP RUN.

       convert-one-user.
           MOVE old-full-name TO full-name
           MOVE old-the-address TO the-address
           MOVE old-email-address TO email-address
           MOVE old-phone-number TO phone-number
           MOVE old-account-status TO account-status
           SET tax-liable TO TRUE
           WRITE user
           IF new-file-ok
               ADD 1 TO records-converted
           ELSE
               DISPLAY "Error writing converted customer "
                   phone-number ", status " new-file-status
           END-IF
           .
