                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select actual-billing-file assign to "BILLACT"
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
           perform 870-start-run-control
           perform 1000-open-recon-files
      *
           perform 2000-process-one-bill thru 2000-exit
      *
           perform 5000-write-program-totals
           perform 1900-close-recon-files
           perform 880-end-run-control
      *
           display "Households reported   : " households-reported
           display "Within band           : " households-in-band
           open input actual-billing-file
           if not billact-ok
              display "No actual billing file to reconcile"
              move "NO ACTUAL BILLING FILE ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           open input household-hist-file
           if not household-ok
              display "No household history on file"
              move "NO HOUSEHOLD HISTORY ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           end-if
           move pt-program-rate-pct to tt-rate-pct
           write recon-report-record from total-line.
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
           move "DHWRECON" to rn-job-name
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
