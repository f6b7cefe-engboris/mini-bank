      ****************************************************************
      * Customer alert-preference record layout, shared by           *
      * register-user (which maintains it) and the nightly           *
      * customer-alerts job. One record per customer, keyed by the   *
      * customer's phone number. Each alert type has its own opt-in  *
      * flag (Y or N); a customer with no record gets no alerts.     *
      * pref-low-balance-level is the balance below which a debit    *
      * raises a low-balance alert, pref-large-debit-level the       *
      * amount above which a single withdrawal or transfer out       *
      * raises one. pref-channel says how the vendor should deliver  *
      * the alert: S (SMS to the phone number), E (email) or B       *
      * (both).                                                      *
      ****************************************************************
       01 alert-preference.
           05 pref-phone             PIC 9(10).
           05 pref-low-balance-flag  PIC X VALUE "N".
               88 pref-low-balance     VALUE "Y".
           05 pref-low-balance-level PIC 9(9)V99.
           05 pref-overdrawn-flag    PIC X VALUE "N".
               88 pref-overdrawn       VALUE "Y".
           05 pref-dormant-flag      PIC X VALUE "N".
               88 pref-dormant         VALUE "Y".
           05 pref-order-failed-flag PIC X VALUE "N".
               88 pref-order-failed    VALUE "Y".
           05 pref-large-debit-flag  PIC X VALUE "N".
               88 pref-large-debit     VALUE "Y".
           05 pref-large-debit-level PIC 9(9)V99.
           05 pref-channel           PIC X VALUE "B".
               88 pref-by-sms          VALUE "S".
               88 pref-by-email        VALUE "E".
               88 pref-by-both         VALUE "B".
           05 pref-updated-date      PIC X(8).
           05 pref-operator-id       PIC X(8).
