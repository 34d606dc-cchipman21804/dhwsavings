                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
      ************************************************************
          02 sc-count                      pic zzzzzz9.
          02 filler                        pic x(47) value spaces.
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
           perform 900-load-fuel-table
           perform 910-open-intake-files
      *
      *
           perform 940-write-summary
           perform 950-close-intake-files
           perform 880-end-run-control
           stop run.
      *
      *********************************************************************
           open input raw-billing-file
           if not rawbill-ok
              display "No raw billing extract on file to edit"
              move "NO RAW BILLING EXTRACT ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           if not household-ok
              display "No household history on file -- "
                      "nothing to reconcile against"
              move "NO HOUSEHOLD HISTORY ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
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
           move "DHWBILL" to rn-job-name
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
