      ****************************************************************
      * Transaction ledger entry layout, shared by every program     *
      * that writes money movements to ledger.dat. One entry per     *
      * posting; ledger-running-balance is the account balance after *
      * the posting was applied. ledger-reference carries the item   *
      * reference where the posting has one (the cheque number on a  *
      * CHEQUE debit) and is spaces otherwise.                       *
      ****************************************************************
       01 ledger-entry.
           05 ledger-date            PIC X(8).
           05 ledger-running-balance PIC S9(9)V99.
           05 FILLER                 PIC X VALUE SPACE.
           05 ledger-operator-id     PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 ledger-reference       PIC X(12).
