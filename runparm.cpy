      ******************************************************************
      *
      * RUNPARM.CPY
      *
      * Parameter layout passed between a batch job and the shared
      * run-control check runctl.cob.  At startup the job sets
      * rn-start, its own program name, the operator who launched
      * it (BATCH for a job with no sign-on) and the run-date range
      * it is about to process, and CALLs runctl; runctl checks the
      * job's prerequisites on the run-control file (runctl.cpy) and
      * returns rn-status-flag:
      *   Y  go -- the job is marked running
      *   N  refused -- rn-message says why; the job must stop
      *   S  skip -- nothing has changed for the job to do;
      *      rn-message says why, and the job stops
      * At normal end the job sets rn-end and CALLs runctl again to
      * mark itself completed.  A job that has to stop short of its
      * normal end after a go -- an input missing, a check failed --
      * sets rn-abort and the reason in rn-message and CALLs runctl
      * before it stops, so it is marked aborted rather than left
      * marked running.  Every call is logged (runlog.cpy).
      *
      * Copy this body under a 01-level group, e.g.
      *     01  run-parameters.
      *         copy "runparm.cpy".
      *
      ******************************************************************
      *
           05  rn-action                   pic x(8).
               88  rn-start                    value "START".
               88  rn-end                      value "END".
               88  rn-abort                    value "ABORT".
           05  rn-job-name                 pic x(10).
           05  rn-operator-id              pic x(8).
           05  rn-range-from               pic 9(8).
           05  rn-range-to                 pic 9(8).
           05  rn-status-flag              pic x.
               88  rn-go                       value "Y".
               88  rn-refused                  value "N".
               88  rn-skip                     value "S".
           05  rn-message                  pic x(60).
