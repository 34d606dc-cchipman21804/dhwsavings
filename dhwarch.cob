                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select archive-hist-file assign to "ARCHHIST"
       01 signon-parameters.
          copy "signparm.cpy".
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
              stop run
           end-if
      *
           perform 870-start-run-control
           perform 1000-open-archive-files
      *
           perform 2000-archive-one-record thru 2000-exit
           perform 4000-write-trailer
           perform 5000-write-control-report
           perform 1900-close-archive-files
           perform 880-end-run-control
      *
           display "History records moved : " records-moved
           display "History records kept  : " records-kept
           open i-o household-hist-file
           if not household-ok
              display "No household history on file"
              move "NO HOUSEHOLD HISTORY ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
              close household-hist-file
              display "An ARCHHIST archive is already on hand -- "
                      "set it aside first, run cancelled"
              move "ARCHHIST ALREADY ON HAND -- SET IT ASIDE FIRST"
                   to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
              move latest-moved-date to rd-date
              write archive-report-record from report-date-line
           end-if.
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
           move "DHWARCH" to rn-job-name
           move so-operator-id to rn-operator-id
           move zero to rn-range-from
           move cutoff-run-date to rn-range-to
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
