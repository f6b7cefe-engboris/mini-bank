      ****************************************************************
      * Stop-payment record layout, shared by every program that     *
      * opens stop_payments.dat. One record per stop placed on a     *
      * checking account, keyed by account and first cheque number;  *
      * a single cheque has stop-last-cheque equal to                *
      * stop-first-cheque. stop-amount limits the stop to a cheque   *
      * of that amount (zero stops any amount). The stop lapses      *
      * after stop-expiry (YYYYMMDD). Inward clearing returns any    *
      * presented cheque that falls under an active, unexpired stop. *
      ****************************************************************
       01 stop-payment.
           05 stop-key.
               10 stop-account       PIC 9(10).
               10 stop-first-cheque  PIC 9(8).
           05 stop-last-cheque       PIC 9(8).
           05 stop-amount            PIC 9(9)V99.
           05 stop-expiry            PIC X(8).
           05 stop-reason            PIC X(30).
           05 stop-placed-date       PIC X(8).
           05 stop-operator-id       PIC X(8).
           05 stop-stat              PIC X VALUE "A".
               88 stop-active          VALUE "A".
               88 stop-cancelled       VALUE "C".
