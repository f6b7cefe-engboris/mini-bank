      ****************************************************************
      * Run-control log record (run_control.dat), appended by each   *
      * end-of-day batch job when it completes: the job, the         *
      * business date it ran for, the period it covered (month,      *
      * day or archive month), its return code and, when a repeat    *
      * run for the same period was allowed, the supervisor who      *
      * overrode the run-once check.                                 *
      ****************************************************************
       01 run-control-entry.
           05 run-job-name           PIC X(24).
           05 FILLER                 PIC X VALUE SPACE.
           05 run-business-date      PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 run-period             PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 run-return-code        PIC 9(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 run-override-id        PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 run-timestamp          PIC X(21).
