      ****************************************************************
      * Standing-order maintenance: lets a signed-on teller set up,  *
      * cancel and inquire on recurring transfers held on            *
      * standing_orders.dat. Both account numbers are checked        *
      * against their check digit and verified against accounts.dat  *
      * before an order is accepted; the daily posting batch         *
      * (standing-orders-post) applies the orders.                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. standing-orders-maint.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.

           SELECT control-file ASSIGN TO "account_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       FD audit-log.
       COPY AUDITREC.

       FD control-file.
       COPY ACCTCTL.

       WORKING-STORAGE SECTION.
       77 orders-file-status         PIC XX VALUE SPACES.
       77 REDEFINES orders-file-status PIC XX.
       01 work-to-account            PIC 9(10).
       01 work-amount                PIC 9(9)V99.
       01 order-amount-display       PIC -ZZZ,ZZZ,ZZ9.99.
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

       PROCEDURE DIVISION.
       main-logic.
           PERFORM sign-on-operator
           PERFORM load-account-control
           PERFORM main-menu UNTIL exit-menu
           PERFORM end-of-program
           .
           PERFORM UNTIL valid-input
               ACCEPT account-input LINE 9 COLUMN 1 END-ACCEPT
               IF account-input IS NUMERIC AND account-input NOT = ZEROS
                   MOVE account-input TO check-account-number
                   PERFORM verify-check-digit
                   IF check-digit-valid
                       MOVE account-input TO account-number
                       SET valid-input TO TRUE
                   ELSE
                       DISPLAY "Invalid account number - check digit "
                           "does not match." LINE 10 COLUMN 1
                           END-DISPLAY
                   END-IF
               ELSE
                   DISPLAY "Invalid account number - digits only, "
                       "not zero." LINE 10 COLUMN 1 END-DISPLAY

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
