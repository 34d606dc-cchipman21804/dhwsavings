      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Batch Run Control
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * One run-control check for every batch job, CALLed the way
      * signon is (see runparm.cpy for the parameter layout).  At a
      * job's startup it checks the job's prerequisites against the
      * run-control file (runctl.cpy) and either marks the job
      * running or turns it away with the reason; at the job's
      * normal end it marks the job completed, and a job that has to
      * stop short of its end after starting is marked aborted with
      * the reason it gives.  Every start, end, abort, refusal and
      * skip is appended to the run log (runlog.cpy) for
      * the run-history report runrept.cob.  Both files are created
      * on first use the way the audit log is.
      *
      * The rules, all in this one place:
      *   - dhwrecon and measrept read BILLACT, so dhwbill must have
      *     run to completion first (not merely started, and not
      *     aborted), and dhwbill must not rewrite BILLACT while
      *     either of them is still reading it;
      *   - dhwarch must not purge the history master while dhwbatch
      *     is marked running or its checkpoint (chkpoint.cpy) shows
      *     a run in progress, and dhwbatch must not start while
      *     dhwarch is purging;
      *   - dhwclaim must not extract a run-date range that a
      *     dhwbatch run still running, or died and not yet
      *     restarted, is writing visits into;
      *   - dhwack and dhwclaim both rewrite the claim register and
      *     the budget ledger, so neither starts while the other is
      *     running;
      *   - dhwinteg rebuilds the ledger totals from the files the
      *     posting jobs write, so it is refused while dhwbatch,
      *     dhwclaim, dhwack or dhwarch is running -- it would report
      *     drift that is only a run in flight;
      *   - dhwqasmp reads the history master, so it is refused
      *     while dhwbatch is writing it or dhwarch is purging it;
      *   - dhwrerate is skipped when the fuel rate file has not
      *     changed since its last completed run -- every fuel rate
      *     change lands on the change journal (chgjrnl.cpy), so no
      *     FUELRATE entry there since that run started means there
      *     is nothing new to re-rate.  Without a change journal to
      *     look at, it runs.
      * Any other job (dhwseas, dhwlettr, dhwcust ...) is simply
      * recorded.
      *
      ************************************************************
      *
       identification division.
       program-id.    runctl.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select run-control-file assign to "RUNCTL"
                  organization is indexed
                  access mode is dynamic
                  record key is rc-job-name
                  file status is runctl-status.
      *
           select run-log-file assign to "RUNLOG"
                  organization is line sequential
                  file status is runlog-status.
      *
           select checkpoint-file assign to "CHKPOINT"
                  organization is line sequential
                  file status is chkpoint-status.
      *
           select change-journal-file assign to "CHGJRNL"
                  organization is line sequential
                  file status is chgjrnl-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "runctl.cpy".
       copy "runlog.cpy".
       copy "chkpoint.cpy".
       copy "chgjrnl.cpy".
      *
       working-storage section.
      *
       01 runctl-status                    pic xx.
          88 runctl-ok                          value "00".
      *
       01 runlog-status                    pic xx.
          88 runlog-ok                          value "00".
      *
       01 chkpoint-status                  pic xx.
          88 chkpoint-ok                        value "00".
      *
       01 chgjrnl-status                   pic xx.
          88 chgjrnl-ok                         value "00".
      *
       01 other-job-name                   pic x(10).
      *
       01 other-job-switch                 pic x     value "N".
          88 other-job-found                    value "Y".
      *
       01 own-record-switch                pic x     value "N".
          88 own-record-new                     value "Y".
      *
       01 batch-in-progress-switch         pic x     value "N".
          88 batch-in-progress                  value "Y".
      *
       01 journal-eof-switch               pic x     value "N".
          88 no-more-journal                    value "Y".
      *
       01 fuel-change-switch               pic x     value "N".
          88 fuel-rates-changed                 value "Y".
      *
       01 checkpoint-run-date              pic 9(8).
      *
      * Date and time run together, so one compare orders them
      *
       01 last-rerate-stamp                pic 9(14).
       01 journal-stamp                    pic 9(14).
      *
       01 run-timestamp.
          02 run-date                      pic 9(8).
          02 run-time                      pic 9(6).
      *
      ************************************************************
      *
       linkage section.
      *
       01 run-parameters.
          copy "runparm.cpy".
      *
      ************************************************************
      *
       procedure division using run-parameters.
       main-para.
           accept run-date from date yyyymmdd
           accept run-time from time
      *
           open i-o run-control-file
           if not runctl-ok
              open output run-control-file
              close run-control-file
              open i-o run-control-file
           end-if
      *
           evaluate true
               when rn-end
                    perform 5000-end-job
               when rn-abort
                    perform 5500-abort-job
               when other
                    perform 1000-start-job thru 1000-exit
           end-evaluate
      *
           close run-control-file
           goback.
      *
      *********************************************************************
      *
      * S T A R T   A   J O B
      *
      *********************************************************************
      *
       1000-start-job.
           set rn-go to true
           move spaces to rn-message
      *
           perform 2000-check-prerequisites thru 2000-exit
      *
           if rn-refused
              move "REFUSED" to rl-event
              perform 8000-write-log
              go to 1000-exit
           end-if
           if rn-skip
              move "SKIPPED" to rl-event
              perform 8000-write-log
              go to 1000-exit
           end-if
      *
           perform 4000-read-own-record
           if rc-running
              move "PRIOR RUN OF THIS JOB NEVER REACHED ITS END"
                   to rn-message
           end-if
      *
           move run-date       to rc-last-start-date
           move run-time       to rc-last-start-time
           set rc-running to true
           move rn-range-from  to rc-range-from
           move rn-range-to    to rc-range-to
           move rn-operator-id to rc-operator-id
           perform 4100-save-own-record
      *
           move "START" to rl-event
           perform 8000-write-log.
      *
       1000-exit.
           exit.
      *
      *********************************************************************
      *
      * P R E R E Q U I S I T E S
      *
      *********************************************************************
      *
       2000-check-prerequisites.
           evaluate rn-job-name
               when "DHWRECON"
               when "MEASREPT"
                    perform 2100-require-billing thru 2100-exit
               when "DHWBILL"
                    perform 2200-billing-not-in-use thru 2200-exit
               when "DHWARCH"
                    perform 2300-batch-not-running thru 2300-exit
               when "DHWBATCH"
                    perform 2350-archive-not-running thru 2350-exit
               when "DHWCLAIM"
                    perform 2600-ack-not-running
                    if not rn-refused
                       perform 2400-range-not-in-batch thru 2400-exit
                    end-if
               when "DHWACK"
                    perform 2650-claim-not-running
               when "DHWINTEG"
                    perform 2700-postings-at-rest thru 2700-exit
               when "DHWQASMP"
                    perform 2750-history-at-rest thru 2750-exit
               when "DHWRERATE"
                    perform 2500-fuel-rates-changed thru 2500-exit
               when other
                    continue
           end-evaluate.
      *
       2000-exit.
           exit.
      *
       2100-require-billing.
           move "DHWBILL" to other-job-name
           perform 2900-read-other-job
           if not other-job-found
              set rn-refused to true
              move "DHWBILL HAS NOT RUN -- NO BILLACT TO READ"
                   to rn-message
              go to 2100-exit
           end-if
           if rc-running
              set rn-refused to true
              move "DHWBILL STILL MARKED RUNNING -- BILLACT NOT READY"
                   to rn-message
              go to 2100-exit
           end-if
           if rc-aborted
              set rn-refused to true
              move "DHWBILL LAST RUN ABORTED -- BILLACT NOT REFRESHED"
                   to rn-message
           end-if.
      *
       2100-exit.
           exit.
      *
       2200-billing-not-in-use.
           move "DHWRECON" to other-job-name
           perform 2900-read-other-job
           if other-job-found and rc-running
              set rn-refused to true
              move "DHWRECON IS STILL MARKED RUNNING -- BILLACT IN USE"
                   to rn-message
              go to 2200-exit
           end-if
      *
           move "MEASREPT" to other-job-name
           perform 2900-read-other-job
           if other-job-found and rc-running
              set rn-refused to true
              move "MEASREPT IS STILL MARKED RUNNING -- BILLACT IN USE"
                   to rn-message
           end-if.
      *
       2200-exit.
           exit.
      *
       2300-batch-not-running.
           move "DHWBATCH" to other-job-name
           perform 2900-read-other-job
           if other-job-found and rc-running
              set rn-refused to true
              move "DHWBATCH IS STILL MARKED RUNNING"
                   to rn-message
              go to 2300-exit
           end-if
      *
           perform 2800-read-checkpoint thru 2800-exit
           if batch-in-progress
              set rn-refused to true
              move "DHWBATCH CHECKPOINT SHOWS A RUN IN PROGRESS"
                   to rn-message
           end-if.
      *
       2300-exit.
           exit.
      *
       2350-archive-not-running.
           move "DHWARCH" to other-job-name
           perform 2900-read-other-job
           if other-job-found and rc-running
              set rn-refused to true
              move "DHWARCH IS STILL MARKED RUNNING -- HISTORY IN PURGE"
                   to rn-message
           end-if.
      *
       2350-exit.
           exit.
      *
      * A batch run stamps every visit it writes with its own run
      * date (a restart keeps the date of the run it resumes), so
      * that date is the range it is writing into
      *
       2400-range-not-in-batch.
           move "DHWBATCH" to other-job-name
           perform 2900-read-other-job
           if other-job-found and rc-running
              and rc-range-from is not greater than rn-range-to
              and rc-range-to is not less than rn-range-from
              set rn-refused to true
              move "DHWBATCH IS STILL WRITING VISITS IN THIS RANGE"
                   to rn-message
              go to 2400-exit
           end-if
      *
           perform 2800-read-checkpoint thru 2800-exit
           if batch-in-progress
              and checkpoint-run-date is not less than rn-range-from
              and checkpoint-run-date is not greater than rn-range-to
              set rn-refused to true
              move "DHWBATCH RUN IN THIS RANGE DIED -- RESTART IT FIRST"
                   to rn-message
           end-if.
      *
       2400-exit.
           exit.
      *
       2500-fuel-rates-changed.
           move "DHWRERATE" to other-job-name
           perform 2900-read-other-job
           if not other-job-found or not rc-completed
              go to 2500-exit
           end-if
      *
           compute last-rerate-stamp =
                   rc-last-start-date * 1000000 + rc-last-start-time
      *
           open input change-journal-file
           if not chgjrnl-ok
              go to 2500-exit
           end-if
      *
           move "N" to journal-eof-switch
           move "N" to fuel-change-switch
           perform 2510-check-one-journal-entry thru 2510-exit
                   until no-more-journal
           close change-journal-file
      *
           if not fuel-rates-changed
              set rn-skip to true
              move "FUEL RATES UNCHANGED SINCE THE LAST RE-RATE"
                   to rn-message
           end-if.
      *
       2500-exit.
           exit.
      *
       2510-check-one-journal-entry.
           read change-journal-file
                at end set no-more-journal to true
           end-read
      *
           if no-more-journal
              go to 2510-exit
           end-if
      *
           if jr-file-name is not equal to "FUELRATE"
              go to 2510-exit
           end-if
      *
           compute journal-stamp =
                   jr-journal-date * 1000000 + jr-journal-time
           if journal-stamp is not less than last-rerate-stamp
              set fuel-rates-changed to true
              set no-more-journal to true
           end-if.
      *
       2510-exit.
           exit.
      *
       2600-ack-not-running.
           move "DHWACK" to other-job-name
           perform 2950-refuse-if-running.
      *
       2650-claim-not-running.
           move "DHWCLAIM" to other-job-name
           perform 2950-refuse-if-running.
      *
       2700-postings-at-rest.
           move "DHWBATCH" to other-job-name
           perform 2950-refuse-if-running
           if rn-refused
              go to 2700-exit
           end-if
      *
           move "DHWCLAIM" to other-job-name
           perform 2950-refuse-if-running
           if rn-refused
              go to 2700-exit
           end-if
      *
           move "DHWACK" to other-job-name
           perform 2950-refuse-if-running
           if rn-refused
              go to 2700-exit
           end-if
      *
           move "DHWARCH" to other-job-name
           perform 2950-refuse-if-running.
      *
       2700-exit.
           exit.
      *
       2750-history-at-rest.
           move "DHWBATCH" to other-job-name
           perform 2950-refuse-if-running
           if rn-refused
              go to 2750-exit
           end-if
      *
           move "DHWARCH" to other-job-name
           perform 2950-refuse-if-running.
      *
       2750-exit.
           exit.
      *
       2800-read-checkpoint.
           move "N" to batch-in-progress-switch
           move zero to checkpoint-run-date
           open input checkpoint-file
           if not chkpoint-ok
              go to 2800-exit
           end-if
      *
           read checkpoint-file
                at end continue
                not at end
                   if ck-run-in-progress
                      set batch-in-progress to true
                      move ck-run-date to checkpoint-run-date
                   end-if
           end-read
      *
           close checkpoint-file.
      *
       2800-exit.
           exit.
      *
       2900-read-other-job.
           move "N" to other-job-switch
           move other-job-name to rc-job-name
           read run-control-file
                invalid key continue
                not invalid key set other-job-found to true
           end-read.
      *
      * Turns the job away when the job named in other-job-name is
      * marked running
      *
       2950-refuse-if-running.
           perform 2900-read-other-job
           if other-job-found and rc-running
              set rn-refused to true
              move spaces to rn-message
              string other-job-name delimited by space
                     " IS STILL MARKED RUNNING" delimited by size
                     into rn-message
              end-string
           end-if.
      *
      *********************************************************************
      *
      * T H E   J O B ' S   O W N   R E C O R D
      *
      *********************************************************************
      *
       4000-read-own-record.
           move "N" to own-record-switch
           move rn-job-name to rc-job-name
           read run-control-file
                invalid key set own-record-new to true
           end-read
      *
           if own-record-new
              initialize run-control-record
              move rn-job-name to rc-job-name
           end-if.
      *
       4100-save-own-record.
           if own-record-new
              write run-control-record
                    invalid key continue
              end-write
           else
              rewrite run-control-record
                      invalid key continue
              end-rewrite
           end-if.
      *
      *********************************************************************
      *
      * E N D   A   J O B
      *
      *********************************************************************
      *
      * The range and operator stay as the start recorded them
      *
       5000-end-job.
           set rn-go to true
           move spaces to rn-message
           perform 4000-read-own-record
           if own-record-new
              move rn-range-from  to rc-range-from
              move rn-range-to    to rc-range-to
              move rn-operator-id to rc-operator-id
           end-if
      *
           move run-date to rc-last-end-date
           move run-time to rc-last-end-time
           set rc-completed to true
           perform 4100-save-own-record
      *
           move "END" to rl-event
           perform 8000-write-log.
      *
      *********************************************************************
      *
      * A B O R T   A   J O B
      *
      *********************************************************************
      *
      * The job stopped short of its end after its start was
      * recorded; the reason it passes in rn-message goes on the log
      *
       5500-abort-job.
           set rn-go to true
           perform 4000-read-own-record
           if own-record-new
              move rn-range-from  to rc-range-from
              move rn-range-to    to rc-range-to
              move rn-operator-id to rc-operator-id
           end-if
      *
           move run-date to rc-last-end-date
           move run-time to rc-last-end-time
           set rc-aborted to true
           perform 4100-save-own-record
      *
           move "ABORTED" to rl-event
           perform 8000-write-log
           move spaces to rn-message.
      *
      *********************************************************************
      *
      * R U N   L O G
      *
      *********************************************************************
      *
       8000-write-log.
           move run-date       to rl-event-date
           move run-time       to rl-event-time
           move rn-job-name    to rl-job-name
           move rn-operator-id to rl-operator-id
           move rn-range-from  to rl-range-from
           move rn-range-to    to rl-range-to
           move rn-message     to rl-message
      *
           open extend run-log-file
           if not runlog-ok
              open output run-log-file
           end-if
           write run-log-record
           close run-log-file.
