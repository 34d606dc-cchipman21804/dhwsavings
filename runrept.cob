      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Batch Run History
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Shows a night's whole batch window off the run log
      * (runlog.cpy) and the run-control file (runctl.cpy), to
      * RUNRPT:
      *   1  every start, end, abort, refusal and skip logged inside
      *      the window keyed, in the order it happened, with the
      *      operator, the run-date range and the reason given;
      *   2  where every job stands on the run-control file now --
      *      its last start and end, the range and operator, and a
      *      remark for a job still marked running (it never reached
      *      its end and is blocking the jobs that conflict with it),
      *      one that stopped short and was marked aborted, or one
      *      that ran inside the window.
      * The window defaults to 18:00 on the night keyed through
      * 08:00 the next morning.
      *
      ************************************************************
      *
       identification division.
       program-id.    runrept.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select run-log-file assign to "RUNLOG"
                  organization is line sequential
                  file status is runlog-status.
      *
           select run-control-file assign to "RUNCTL"
                  organization is indexed
                  access mode is dynamic
                  record key is rc-job-name
                  file status is runctl-status.
      *
           select run-report-file assign to "RUNRPT"
                  organization is line sequential
                  file status is runrpt-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "runlog.cpy".
       copy "runctl.cpy".
      *
       fd  run-report-file
           label records are standard.
       01  run-report-record               pic x(132).
      *
       working-storage section.
      *
       01 runlog-status                    pic xx.
          88 runlog-ok                          value "00".
      *
       01 runctl-status                    pic xx.
          88 runctl-ok                          value "00".
      *
       01 runrpt-status                    pic xx.
      *
       01 runlog-avail-switch              pic x     value "N".
          88 runlog-available                   value "Y".
      *
       01 runctl-avail-switch              pic x     value "N".
          88 runctl-available                   value "Y".
      *
       01 runlog-eof-switch                pic x     value "N".
          88 no-more-log                        value "Y".
      *
       01 runctl-eof-switch                pic x     value "N".
          88 no-more-jobs                       value "Y".
      *
       01 batch-window.
          02 window-start-date             pic 9(8).
          02 window-start-time             pic 9(6).
          02 window-end-date               pic 9(8).
          02 window-end-time               pic 9(6).
      *
      * Date and time run together, so one compare orders them
      *
       01 window-start-stamp               pic 9(14).
       01 window-end-stamp                 pic 9(14).
       01 event-stamp                      pic 9(14).
      *
      * Next-day arithmetic for the default window end
      *
       01 next-day-work.
          02 nd-year                       pic 9(4).
          02 nd-month                      pic 99.
          02 nd-day                        pic 99.
       01 next-day-split redefines next-day-work.
          02 nd-date                       pic 9(8).
      *
       01 month-length-constants.
          02 filler                        pic x(24) value
             "312831303130313130313031".
       01 month-length-table redefines month-length-constants.
          02 month-length                  pic 99 occurs 12 times.
      *
       01 days-this-month                  pic 99.
       01 leap-quotient                    pic 9(4).
       01 leap-remainder                   pic 9(3).
      *
       01 run-counters.
          02 log-records-read              pic 9(7)  value zero.
          02 events-in-window              pic 9(7)  value zero.
          02 starts-in-window              pic 9(7)  value zero.
          02 ends-in-window                pic 9(7)  value zero.
          02 aborts-in-window              pic 9(7)  value zero.
          02 refusals-in-window            pic 9(7)  value zero.
          02 skips-in-window               pic 9(7)  value zero.
          02 jobs-on-file                  pic 9(7)  value zero.
          02 jobs-marked-running           pic 9(7)  value zero.
      *
       01 report-title-line.
          02 filler                        pic x(26)  value
             "BATCH RUN HISTORY, WINDOW ".
          02 rt-start-date                 pic 9(8).
          02 filler                        pic x     value space.
          02 rt-start-time                 pic 9(6).
          02 filler                        pic x(4)  value " TO ".
          02 rt-end-date                   pic 9(8).
          02 filler                        pic x     value space.
          02 rt-end-time                   pic 9(6).
          02 filler                        pic x(72)  value spaces.
      *
       01 section-title-line.
          02 st-title                      pic x(60).
          02 filler                        pic x(72)  value spaces.
      *
       01 event-header-line.
          02 filler                        pic x(10) value "DATE".
          02 filler                        pic x(8)  value "TIME".
          02 filler                        pic x(12) value "JOB".
          02 filler                        pic x(10) value "EVENT".
          02 filler                        pic x(10) value "OPERATOR".
          02 filler                        pic x(10) value "FROM".
          02 filler                        pic x(10) value "TO".
          02 filler                        pic x(62) value "MESSAGE".
      *
       01 event-line.
          02 ev-event-date                 pic 9(8).
          02 filler                        pic xx    value spaces.
          02 ev-event-time                 pic 9(6).
          02 filler                        pic xx    value spaces.
          02 ev-job-name                   pic x(10).
          02 filler                        pic xx    value spaces.
          02 ev-event                      pic x(8).
          02 filler                        pic xx    value spaces.
          02 ev-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 ev-range-from                 pic 9(8).
          02 filler                        pic xx    value spaces.
          02 ev-range-to                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 ev-message                    pic x(60).
          02 filler                        pic xx    value spaces.
      *
       01 job-header-line.
          02 filler                        pic x(12) value "JOB".
          02 filler                        pic x(17) value "LAST START".
          02 filler                        pic x(17) value "LAST END".
          02 filler                        pic x(12) value "STATUS".
          02 filler                        pic x(10) value "FROM".
          02 filler                        pic x(10) value "TO".
          02 filler                        pic x(10) value "OPERATOR".
          02 filler                        pic x(44) value "REMARK".
      *
       01 job-line.
          02 jl-job-name                   pic x(10).
          02 filler                        pic xx    value spaces.
          02 jl-start-date                 pic 9(8).
          02 filler                        pic x     value space.
          02 jl-start-time                 pic 9(6).
          02 filler                        pic xx    value spaces.
          02 jl-end-date                   pic 9(8).
          02 filler                        pic x     value space.
          02 jl-end-time                   pic 9(6).
          02 filler                        pic xx    value spaces.
          02 jl-status                     pic x(10).
          02 filler                        pic xx    value spaces.
          02 jl-range-from                 pic 9(8).
          02 filler                        pic xx    value spaces.
          02 jl-range-to                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 jl-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 jl-remark                     pic x(30).
          02 filler                        pic x(14) value spaces.
      *
       01 none-line.
          02 filler                        pic x(6)  value "(NONE)".
          02 filler                        pic x(126) value spaces.
      *
       01 notice-line.
          02 nl-text                       pic x(60).
          02 filler                        pic x(72) value spaces.
      *
       01 summary-count-line.
          02 sc-label                      pic x(26).
          02 sc-count                      pic zzzzzz9.
          02 filler                        pic x(99) value spaces.
      *
       01 blank-line                       pic x(132) value spaces.
      *
      ************************************************************
      *
       procedure division.
       main-para.
           display "Batch window start date (YYYYMMDD): "
           move zero to window-start-date
           accept window-start-date
           if window-start-date is equal to zero
              display "No window keyed -- run cancelled"
              stop run
           end-if
      *
           display "Start time (HHMMSS, 0 for 180000): "
           move zero to window-start-time
           accept window-start-time
           if window-start-time is equal to zero
              move 180000 to window-start-time
           end-if
      *
           display "Window end date (YYYYMMDD, 0 for the next day): "
           move zero to window-end-date
           accept window-end-date
           if window-end-date is equal to zero
              perform 1100-set-next-day
           end-if
      *
           display "End time (HHMMSS, 0 for 080000): "
           move zero to window-end-time
           accept window-end-time
           if window-end-time is equal to zero
              move 080000 to window-end-time
           end-if
      *
           compute window-start-stamp =
                   window-start-date * 1000000 + window-start-time
           compute window-end-stamp =
                   window-end-date * 1000000 + window-end-time
      *
           perform 1000-open-run-files
      *
           move "RUN LOG FOR THE BATCH WINDOW" to st-title
           write run-report-record from blank-line
           write run-report-record from section-title-line
           write run-report-record from event-header-line
           if runlog-available
              perform 2000-report-one-event thru 2000-exit
                      until no-more-log
           end-if
           if events-in-window is equal to zero
              write run-report-record from none-line
           end-if
      *
           move "JOB STATUS ON THE RUN-CONTROL FILE" to st-title
           write run-report-record from blank-line
           write run-report-record from section-title-line
           write run-report-record from job-header-line
           if runctl-available
              perform 3000-report-one-job thru 3000-exit
                      until no-more-jobs
           end-if
           if jobs-on-file is equal to zero
              write run-report-record from none-line
           end-if
      *
           perform 7000-write-summary
           perform 1900-close-run-files
      *
           display "Events in window     : " events-in-window
           display "Jobs refused         : " refusals-in-window
           display "Jobs marked running  : " jobs-marked-running
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       1000-open-run-files.
           open output run-report-file
           move window-start-date to rt-start-date
           move window-start-time to rt-start-time
           move window-end-date   to rt-end-date
           move window-end-time   to rt-end-time
           write run-report-record from report-title-line
      *
           open input run-log-file
           if runlog-ok
              set runlog-available to true
           else
              move "NO RUN LOG ON FILE -- NO BATCH JOB HAS RUN YET"
                   to nl-text
              write run-report-record from notice-line
           end-if
      *
           open input run-control-file
           if runctl-ok
              set runctl-available to true
              move low-values to rc-job-name
              start run-control-file
                    key is not less than rc-job-name
                    invalid key set no-more-jobs to true
              end-start
           else
              move "NO RUN-CONTROL FILE ON FILE" to nl-text
              write run-report-record from notice-line
           end-if.
      *
      * The day after the window's start date, for the default end
      *
       1100-set-next-day.
           move window-start-date to nd-date
           move month-length (nd-month) to days-this-month
           if nd-month is equal to 2
              divide nd-year by 4
                     giving leap-quotient remainder leap-remainder
              if leap-remainder is equal to zero
                 move 29 to days-this-month
                 divide nd-year by 100
                        giving leap-quotient remainder leap-remainder
                 if leap-remainder is equal to zero
                    divide nd-year by 400
                           giving leap-quotient remainder leap-remainder
                    if leap-remainder is not equal to zero
                       move 28 to days-this-month
                    end-if
                 end-if
              end-if
           end-if
      *
           if nd-day is less than days-this-month
              add 1 to nd-day
           else
              move 1 to nd-day
              if nd-month is equal to 12
                 move 1 to nd-month
                 add 1 to nd-year
              else
                 add 1 to nd-month
              end-if
           end-if
           move nd-date to window-end-date.
      *
       1900-close-run-files.
           if runlog-available
              close run-log-file
           end-if
           if runctl-available
              close run-control-file
           end-if
           close run-report-file.
      *
      *********************************************************************
      *
      * R U N   L O G   F O R   T H E   W I N D O W
      *
      *********************************************************************
      *
      * The log is appended as things happen, so it is already in
      * time order
      *
       2000-report-one-event.
           read run-log-file
                at end set no-more-log to true
           end-read
      *
           if no-more-log
              go to 2000-exit
           end-if
      *
           add 1 to log-records-read
           compute event-stamp =
                   rl-event-date * 1000000 + rl-event-time
           if event-stamp is less than window-start-stamp
              or event-stamp is greater than window-end-stamp
              go to 2000-exit
           end-if
      *
           add 1 to events-in-window
           evaluate true
               when rl-job-started
                    add 1 to starts-in-window
               when rl-job-ended
                    add 1 to ends-in-window
               when rl-job-aborted
                    add 1 to aborts-in-window
               when rl-job-refused
                    add 1 to refusals-in-window
               when rl-job-skipped
                    add 1 to skips-in-window
           end-evaluate
      *
           move spaces          to event-line
           move rl-event-date   to ev-event-date
           move rl-event-time   to ev-event-time
           move rl-job-name     to ev-job-name
           move rl-event        to ev-event
           move rl-operator-id  to ev-operator-id
           move rl-range-from   to ev-range-from
           move rl-range-to     to ev-range-to
           move rl-message      to ev-message
           write run-report-record from event-line.
      *
       2000-exit.
           exit.
      *
      *********************************************************************
      *
      * J O B   S T A T U S
      *
      *********************************************************************
      *
       3000-report-one-job.
           read run-control-file next record
                at end set no-more-jobs to true
           end-read
      *
           if no-more-jobs
              go to 3000-exit
           end-if
      *
           add 1 to jobs-on-file
           move spaces              to job-line
           move rc-job-name         to jl-job-name
           move rc-last-start-date  to jl-start-date
           move rc-last-start-time  to jl-start-time
           move rc-last-end-date    to jl-end-date
           move rc-last-end-time    to jl-end-time
           move rc-range-from       to jl-range-from
           move rc-range-to         to jl-range-to
           move rc-operator-id      to jl-operator-id
      *
           compute event-stamp =
                   rc-last-start-date * 1000000 + rc-last-start-time
      *
           evaluate true
               when rc-running
                    add 1 to jobs-marked-running
                    move "RUNNING"   to jl-status
                    move "MARKED RUNNING -- NEVER ENDED" to jl-remark
               when rc-aborted
                    move "ABORTED"   to jl-status
                    move "STOPPED SHORT -- SEE RUN LOG" to jl-remark
               when other
                    move "COMPLETED" to jl-status
                    if event-stamp is not less than window-start-stamp
                       and event-stamp is not greater than
                           window-end-stamp
                       move "RAN IN THIS WINDOW" to jl-remark
                    end-if
           end-evaluate
      *
           write run-report-record from job-line.
      *
       3000-exit.
           exit.
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       7000-write-summary.
           write run-report-record from blank-line
      *
           move "Run log records read     :" to sc-label
           move log-records-read to sc-count
           write run-report-record from summary-count-line
      *
           move "Events in window         :" to sc-label
           move events-in-window to sc-count
           write run-report-record from summary-count-line
      *
           move "Jobs started             :" to sc-label
           move starts-in-window to sc-count
           write run-report-record from summary-count-line
      *
           move "Jobs ended               :" to sc-label
           move ends-in-window to sc-count
           write run-report-record from summary-count-line
      *
           move "Jobs aborted             :" to sc-label
           move aborts-in-window to sc-count
           write run-report-record from summary-count-line
      *
           move "Jobs refused             :" to sc-label
           move refusals-in-window to sc-count
           write run-report-record from summary-count-line
      *
           move "Jobs skipped             :" to sc-label
           move skips-in-window to sc-count
           write run-report-record from summary-count-line
      *
           move "Jobs marked running      :" to sc-label
           move jobs-marked-running to sc-count
           write run-report-record from summary-count-line.
