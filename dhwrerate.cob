                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select cold-water-temp-file assign to "CWTEMPS"
          02 households-rerated            pic 9(5)  value zero.
          02 households-moved              pic 9(5)  value zero.
          02 households-not-rerated        pic 9(5)  value zero.
          02 history-records-read          pic 9(7)  value zero.
          02 history-records-selected      pic 9(7)  value zero.
      *
      * One-region cache for the seasonal inlet temperatures, same
      * convention as the batch run
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
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
      * Nothing to re-rate when the fuel rates have not changed since
      * the last re-rate -- checked before the thresholds are asked
      *
           perform 870-start-run-control
      *
           display "Report cost-saved moves over $ (0 keeps 10.00): "
           move zero to threshold-entry
                   until no-more-history
      *
           perform 1900-close-rerate-files
           perform 880-end-run-control
      *
           display "Households re-rated   : " households-rerated
           display "Households moved      : " households-moved
           display "Could not be re-rated : " households-not-rerated
           display "History records read  : " history-records-read
           display "History selected      : " history-records-selected
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
           if cwtemps-ok
              set cwtemps-available to true
           end-if
      *
      * The latest visit of every household is wanted whatever its
      * date, so the whole master is read in account order here
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
              if candidate-held
      *
       3000-rerate-candidate.
           set no-candidate to true
           add 1 to history-records-selected
      *
           initialize calc-parameters
           move rr-cold-water-temp     to cp-cold-water-temp
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
           move "DHWRERATE" to rn-job-name
           move so-operator-id to rn-operator-id
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
