                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select actual-billing-file assign to "BILLACT"
          02 measures-reported             pic 9(3)  value zero.
          02 installs-counted              pic 9(5)  value zero.
          02 billed-households-rated       pic 9(5)  value zero.
          02 history-records-read          pic 9(7)  value zero.
      *
       01 report-title-line.
          02 filler                        pic x(40)  value
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
       main-para.
           initialize measure-bucket-table
           perform 900-load-measure-table
           perform 870-start-run-control
           perform 1000-open-report-files
      *
           perform 2000-count-one-install thru 2000-exit
      *
           perform 5000-write-measure-lines
           perform 1900-close-report-files
           perform 880-end-run-control
      *
           display "Measures reported      : " measures-reported
           display "Installs counted       : " installs-counted
           display "Billed households rated: " billed-households-rated
      *
      * Each install counted is the one visit selected per household
      * out of the history records read
      *
           display "History records read   : " history-records-read
           display "History selected       : " installs-counted
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
           write measure-report-record from report-title-line
           write measure-report-record from blank-line
           write measure-report-record from column-header-line
      *
      * The latest install of every household is counted whatever
      * its date, so the whole master is read in account order here
      * rather than along the run-date key
      *
           move zero to hh-account-no
           move zero to hh-run-date
              end-if
              go to 2000-exit
           end-if
      *
           add 1 to history-records-read
      *
           if hh-account-no is not equal to current-account
              if install-held
                        to mt-install-cost (measure-table-count)
                   perform 901-read-measure-cat
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
           move "MEASREPT" to rn-job-name
           move "BATCH" to rn-operator-id
           move zero to rn-range-from
           move 99999999 to rn-range-to
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
