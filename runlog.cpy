      ******************************************************************
      *
      * RUNLOG.CPY
      *
      * Batch run log.  runctl.cob appends one record for every
      * start, normal end, abort, refusal and skip of a batch job, so
      * the run-history report (runrept.cob) can show a night's
      * whole batch window in the order it happened -- including the
      * jobs that were turned away and why.  The run-control file
      * (runctl.cpy) holds only each job's latest run.
      *
      * Events:
      *   START    the job passed its checks and began
      *   END      the job reached its normal end
      *   ABORTED  the job stopped short of its end, and why
      *   REFUSED  a prerequisite or conflict stopped the job
      *   SKIPPED  the job had nothing to do and did not run
      *
      ******************************************************************
      *
       fd  run-log-file
           label records are standard.
       01  run-log-record.
           05  rl-event-date               pic 9(8).
           05  rl-event-time               pic 9(6).
           05  rl-job-name                 pic x(10).
           05  rl-event                    pic x(8).
               88  rl-job-started              value "START".
               88  rl-job-ended                value "END".
               88  rl-job-aborted              value "ABORTED".
               88  rl-job-refused              value "REFUSED".
               88  rl-job-skipped              value "SKIPPED".
           05  rl-operator-id              pic x(8).
           05  rl-range-from               pic 9(8).
           05  rl-range-to                 pic 9(8).
           05  rl-message                  pic x(60).
