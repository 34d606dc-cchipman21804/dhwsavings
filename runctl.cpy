      ******************************************************************
      *
      * RUNCTL.CPY
      *
      * Batch run-control file.  One record per batch job, keyed on
      * the job's program name, carrying its last start and end, the
      * status it was left in, the run-date range it processed and
      * the operator who launched it.  Maintained only through the
      * shared run-control check runctl.cob (see runparm.cpy), which
      * each batch job CALLs at startup -- where the job's
      * prerequisites are checked against the other jobs' records --
      * and again at normal end.
      *
      * A job left marked running never reached its normal end: it
      * is still running, or it died.  Either way the jobs that
      * conflict with it are refused until it is run again to
      * completion; a job never refuses itself, so rerunning it is
      * always the way to clear it.  A job that stopped short of its
      * end and said so is marked aborted: it blocks nothing, but it
      * has not completed either.
      *
      * A job with no run-date range of its own records zero to
      * 99999999 (every date); dhwarch records zero to its cutoff.
      *
      ******************************************************************
      *
       fd  run-control-file
           label records are standard.
       01  run-control-record.
           05  rc-job-name                 pic x(10).
           05  rc-last-start-date          pic 9(8).
           05  rc-last-start-time          pic 9(6).
           05  rc-last-end-date            pic 9(8).
           05  rc-last-end-time            pic 9(6).
           05  rc-run-status               pic x.
               88  rc-running                  value "R".
               88  rc-completed                value "C".
               88  rc-aborted                  value "A".
           05  rc-range-from               pic 9(8).
           05  rc-range-to                 pic 9(8).
           05  rc-operator-id              pic x(8).
