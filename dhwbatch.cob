                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select household-mast-file assign to "HSHLDMST"
      *
       01 budget-over-switch               pic x     value "N".
          88 budget-over-threshold              value "Y".
      *
       01 van-short-switch                 pic x     value "N".
          88 van-stock-short                    value "Y".
      *
      * One-region cache: push rosters arrive grouped by territory,
      * so the same region repeats for long runs of records and one
      *
       01 calc-parameters.
          copy "calcparm.cpy".
      *
       01 stock-parameters.
          copy "stkparm.cpy".
      *
       01 run-timestamp.
          02 run-date                      pic 9(8).
          02 sl-error-message              pic x(35)  value spaces.
          02 filler                        pic x(24)  value spaces.
      *
      * parameters passed to the shared batch run-control check
      * runctl (see runparm.cpy)
      *
       01 run-parameters.
          copy "runparm.cpy".
      *
      ************************************************************
      *
       procedure division.
           accept run-time from time
      *
           perform 905-check-for-restart thru 905-exit
           perform 870-start-run-control
           perform 900-load-fuel-table
           perform 920-load-measure-table
           perform 910-open-batch-files
      *
           perform 950-close-batch-files
           perform 7100-clear-checkpoint
           perform 880-end-run-control
           stop run.
      *
      *********************************************************************
                         restart-last-account
                         " not on this roster -- run stopped"
                 perform 950-close-batch-files
                 move "RESTART ACCOUNT NOT ON THIS ROSTER"
                      to rn-message
                 perform 890-abort-run-control
                 stop run
              end-if
              perform 1100-read-roster
      *
           add 1 to household-count
           perform 6500-encumber-budget thru 6500-exit
           perform 6600-draw-van-stock thru 6600-exit
           perform 4000-write-summary-line
           perform 6000-write-audit-record
      *
              move "SEASON BUDGET PAST WARN THRESHOLD"
                   to sl-error-message
           end-if
           if van-stock-short
              and sl-error-message is equal to spaces
              move "INSTALLED WITH NO VAN STOCK"
                   to sl-error-message
           end-if
           move summary-line         to batch-summary-record
           write batch-summary-record.
      *
           move cp-fuel-saved        to al-fuel-saved
           move cp-cost-saved        to al-cost-saved
           move "ANALYSIS"           to al-action
           move ro-operator-id       to al-installer-id
           write audit-log-record.
      *
      *********************************************************************
      *
      *********************************************************************
      *
      * D R A W   T H E   M E A S U R E   O F F   T H E   V A N
      *
      *********************************************************************
      *
      * A catalog measure on the roster was fitted out of the van of
      * the operator who did the install (ro-operator-id), not out of
      * the batch job's: draw it through the shared stock post the
      * way dhwsave does.  A roster line with no operator keyed, or a
      * free-keyed custom install, has no van to draw from.  Restart
      * duplicates never reach this paragraph, so a restarted run
      * does not draw the same install twice
      *
       6600-draw-van-stock.
           move "N" to van-short-switch
           if ro-measure-code is equal to zero
              or ro-operator-id is equal to spaces
              go to 6600-exit
           end-if
      *
           initialize stock-parameters
           set sk-install to true
           move ro-operator-id       to sk-operator-id
           move ro-measure-code      to sk-measure-code
           move 1                    to sk-quantity
           move ro-account-no        to sk-account-no
           move "BATCH"              to sk-entered-by
           call "stkpost" using stock-parameters
      *
           if sk-posted-short
              set van-stock-short to true
           end-if.
      *
       6600-exit.
           exit.
      *
      *********************************************************************
      *
      * T A K E   /   C L E A R   C H E C K P O I N T
      *
      *********************************************************************
                   end-if
                   perform 921-read-measure-cat
           end-read.
      *
      *********************************************************************
      *
      * R U N   C O N T R O L
      *
      *********************************************************************
      *
      * A refused or skipped run stops here with the reason; the
      * rules are all in runctl.cob
      *
       870-start-run-control.
           initialize run-parameters
           set rn-start to true
           move "DHWBATCH" to rn-job-name
           move "BATCH" to rn-operator-id
           move run-date to rn-range-from
           move run-date to rn-range-to
           call "runctl" using run-parameters
      *
           if rn-refused
              display "Run refused -- " rn-message
              stop run
           end-if
           if rn-skip
              display "Run skipped -- " rn-message
              stop run
           end-if
           if rn-message is not equal to spaces
              display rn-message
           end-if.
      *
       880-end-run-control.
           set rn-end to true
           call "runctl" using run-parameters.
      *
      * A run stopping short of its end after its start was recorded
      * says why, so it is not left marked running; the caller puts
      * the reason in rn-message first
      *
       890-abort-run-control.
           set rn-abort to true
           call "runctl" using run-parameters.
