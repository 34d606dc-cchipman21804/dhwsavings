      * on whichever of the two is first on the table), and records
      * that match nothing are totalled on an UNKNOWN FUEL line.
      *
      * Only the visits in the range are read, through the history
      * master's run-date key; the report closes with the count of
      * history records read against the count selected.
      *
      ************************************************************
      *
       identification division.
                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select season-report-file assign to "SEASRPT"
       01 fuel-slot                        pic 99.
       01 unknown-fuel-slot                pic 99    value 10.
      *
      * Month accumulators.  Visits are read along the run-date key,
      * so months are collected in date order already; they are
      * still sorted before printing so the report does not depend
      * on the read order.  Thirty-six month slots is three years
      * of program history in one report
      *
       01 month-limit                      pic 99    value 36.
      *
          05 mt-cost-saved                 pic s9(8)v99.
          05 mt-payback-sum                pic s9(8)v99.
      *
       01 history-counters.
          02 history-records-read          pic 9(7)  value zero.
          02 history-records-selected      pic 9(7)  value zero.
      *
       01 average-payback                  pic s9(4)v99
                                           sign is leading separate.
          02 tl-avg-payback                pic +zzz9.99.
          02 filler                        pic x(40) value spaces.
      *
       01 history-count-line.
          02 filler                        pic x(22)
             value "HISTORY RECORDS READ: ".
          02 hc-read-count                 pic zzzzzz9.
          02 filler                        pic x(13)
             value "   SELECTED: ".
          02 hc-selected-count             pic zzzzzz9.
          02 filler                        pic x(83) value spaces.
      *
       01 blank-line                       pic x(132) value spaces.
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
           initialize month-totals-table
           initialize program-totals-table
      *
           perform 870-start-run-control
           perform 1000-open-files
      *
           perform 2000-accumulate-one-visit thru 2000-exit
      *
           close household-hist-file
           close season-report-file
           perform 880-end-run-control
           stop run.
      *
      *********************************************************************
           open input household-hist-file
           if not household-ok
              display "No household history on file"
              move "NO HOUSEHOLD HISTORY ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           open output season-report-file
      *
           move from-date to hh-run-date
           start household-hist-file
                 key is not less than hh-run-date
                 invalid key set no-more-history to true
           end-start.
      *
              go to 2000-exit
           end-if
      *
           add 1 to history-records-read
           if hh-run-date is greater than to-date
              set no-more-history to true
              go to 2000-exit
           end-if
      *
           add 1 to history-records-selected
      *
           perform 2100-derive-fuel-slot thru 2100-exit
           divide hh-run-date by 100 giving run-yyyymm
                      " months -- narrow the range"
              close household-hist-file
              close season-report-file
              move "REPORT RANGE SPANS TOO MANY MONTHS" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
           add 1 to month-count
      *
      *********************************************************************
      *
      * The run-date read collects the months in date order, so this
      * only guards the order the report prints them in.  A simple
      * exchange sort is plenty for at most 36 entries
      *
       3000-sort-month-entries.
           if month-count is less than 2
           move average-payback   to tl-avg-payback
           write season-report-record from totals-line
      *
           move history-records-read     to hc-read-count
           move history-records-selected to hc-selected-count
           write season-report-record from blank-line
           write season-report-record from history-count-line
      *
           if month-count is equal to zero
              move "NO VISITS ON FILE IN THE REPORTED RANGE"
           move "kWh" to ft-unit (5)
           move 0.13 to ft-price (5)
           move 10239 to ft-btu-factor (5).
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
           move "DHWSEAS" to rn-job-name
           move "BATCH" to rn-operator-id
           move from-date to rn-range-from
           move to-date to rn-range-to
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
