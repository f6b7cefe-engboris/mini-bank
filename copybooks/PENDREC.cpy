      ****************************************************************
      * Pending-approval record layout, shared by every program that *
      * opens pending_approvals.dat. A supervisor maintenance        *
      * function that needs a second pair of eyes (overdraft limit   *
      * raise, early hold release, reactivation, reversal, customer  *
      * merge) writes one of these instead of applying the change;   *
      * approve-requests applies it only when a different supervisor *
      * approves. pend-number is taken from the system clock         *
      * (YYMMDDHHMMSSCC). pend-request-date is the business date the *
      * request was raised on. The fields used depend on             *
      * pend-function: pend-amount is the new overdraft limit or the *
      * amount of the entry to reverse, pend-prior-amount the limit  *
      * in force when the raise was requested, pend-other-phone the  *
      * duplicate customer on a merge (pend-phone is the survivor).  *
      ****************************************************************
       01 pending-request.
           05 pend-number            PIC 9(14).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-function          PIC X(10).
               88 pend-overdraft       VALUE "OVERDRAFT".
               88 pend-hold-release    VALUE "HOLDREL".
               88 pend-reactivate      VALUE "REACTIVATE".
               88 pend-reversal        VALUE "REVERSAL".
               88 pend-merge           VALUE "MERGE".
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-stat              PIC X VALUE "P".
               88 pend-pending         VALUE "P".
               88 pend-approved        VALUE "A".
               88 pend-rejected        VALUE "R".
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-account           PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-phone             PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-other-phone       PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-hold-number       PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-amount            PIC 9(9)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-prior-amount      PIC 9(9)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-entry-date        PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-entry-type        PIC X(12).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-maker-id          PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-request-date      PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-request-stamp     PIC X(21).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-checker-id        PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 pend-decision-stamp    PIC X(21).
