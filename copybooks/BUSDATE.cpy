      ****************************************************************
      * Business-date control record (business_date.dat), shared by  *
      * every batch and posting program in place of the system       *
      * clock, so an end-of-day run that slips past midnight still   *
      * posts and reports under the day being closed. bd-date is the *
      * current business date (YYYYMMDD), bd-prev-date the one       *
      * before it. Only roll-business-date, under a supervisor,      *
      * moves it forward.                                            *
      ****************************************************************
       01 business-date-record.
           05 bd-date                PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 bd-prev-date           PIC X(8).
