      * demand (a homeowner asking for a copy), or account zero and a
      * from/to range of run dates for the end-of-season mailing in
      * one pass.  Either way the letter reflects the household's
      * LATEST visit in scope.  A range mailing reads only the visits
      * in the range, through the history master's run-date key, and
      * sorts them back into account/date/time order so the letters
      * come out as a full pass of the master would write them.
      * A household whose projection shows no
      * yearly dollar saving gets no letter -- there is nothing to
      * congratulate them on -- and is counted instead.
      *
                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select household-mast-file assign to "HSHLDMST"
                  access mode is dynamic
                  record key is hm-account-no
                  file status is hshldmst-status.
      *
           select sort-work-file assign to "SORTWK".
      *
           select letter-file assign to "HOMELTTR"
                  organization is line sequential
       copy "fuelrate.cpy".
       copy "hdwhist.cpy".
       copy "hshldmst.cpy".
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  sw-account-no               pic 9(7).
           05  sw-run-date                 pic 9(8).
           05  sw-run-time                 pic 9(6).
           05  sw-init-fuel-code           pic 9.
           05  sw-new-fuel-code            pic 9.
           05  sw-init-fuel-unit           pic x(7).
           05  sw-new-fuel-unit            pic x(7).
           05  sw-init-flow-rate           pic 9v99.
           05  sw-new-flow-rate            pic 9v99.
           05  sw-new-retrofit-cost        pic 9(5)v99.
           05  sw-ann-water-saved          pic s9(6)v99
                                           sign is leading separate.
           05  sw-ann-cost-saved           pic s9(5)v99
                                           sign is leading separate.
           05  sw-payback-months           pic s9(4)v99
                                           sign is leading separate.
      *
       fd  letter-file
           label records are standard.
      *
       01 history-eof-switch               pic x     value "N".
          88 no-more-history                    value "Y".
      *
       01 sorted-eof-switch                pic x     value "N".
          88 no-more-sorted                     value "Y".
      *
       01 fuel-table.
          copy "fueltbl.cpy".
          02 to-date                       pic 9(8).
      *
      * Latest in-scope visit held for the account being scanned --
      * the in-scope visits come back from the sort account/date/
      * time ascending, so each one simply overwrites the hold and
      * the last one standing when the account changes is the latest
      *
       01 letter-hold.
          02 candidate-switch              pic x     value "N".
       01 letter-counters.
          02 letters-written               pic 9(5)  value zero.
          02 households-no-saving          pic 9(5)  value zero.
          02 history-records-read          pic 9(7)  value zero.
          02 history-records-selected      pic 9(7)  value zero.
      *
       01 print-fuel-name                  pic x(15).
      *
      *
       01 page-separator-line              pic x(80) value all "-".
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
           end-if
      *
           perform 900-load-fuel-table
           perform 870-start-run-control
           perform 1000-open-letter-files
      *
           sort sort-work-file
                ascending key sw-account-no sw-run-date sw-run-time
                input procedure is 1500-select-in-scope
                                   thru 1500-done
                output procedure is 1600-scan-sorted
                                    thru 1600-done
      *
           perform 1900-close-letter-files
           perform 880-end-run-control
      *
           display "Letters written         : " letters-written
           display "Skipped, no cost saving : " households-no-saving
           display "History records read    : " history-records-read
           display "History records selected: " history-records-selected
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
              set hshldmst-available to true
           end-if
      *
      * One account is read straight off its own keys; a range is
      * read along the run-date key from the from date
      *
           if wanted-account is greater than zero
              move wanted-account to hh-account-no
              move zero to hh-run-date
              move zero to hh-run-time
              start household-hist-file
                    key is not less than hh-history-key
                    invalid key set no-more-history to true
              end-start
           else
              move from-date to hh-run-date
              start household-hist-file
                    key is not less than hh-run-date
                    invalid key set no-more-history to true
              end-start
           end-if.
      *
       1900-close-letter-files.
           close household-hist-file
      *
      *********************************************************************
      *
      * S E L E C T   T H E   V I S I T S   I N   S C O P E
      *
      *********************************************************************
      *
       1500-select-in-scope.
           perform 1510-select-one-visit thru 1510-exit
                   until no-more-history.
      *
       1500-done.
           exit.
      *
       1510-select-one-visit.
           read household-hist-file next record
                at end set no-more-history to true
           end-read
      *
           if no-more-history
              go to 1510-exit
           end-if
      *
           add 1 to history-records-read
      *
      * In single-account mode the pass is done the moment the
      * account read back changes from the one asked for; in range
      * mode, the first visit past the to date
      *
           if wanted-account is greater than zero
              if hh-account-no is not equal to wanted-account
                 set no-more-history to true
                 go to 1510-exit
              end-if
           else
              if hh-run-date is greater than to-date
                 set no-more-history to true
                 go to 1510-exit
              end-if
           end-if
      *
           add 1 to history-records-selected
           move hh-account-no        to sw-account-no
           move hh-run-date          to sw-run-date
           move hh-run-time          to sw-run-time
           move hh-init-fuel-code    to sw-init-fuel-code
           move hh-new-fuel-code     to sw-new-fuel-code
           move hh-init-fuel-unit    to sw-init-fuel-unit
           move hh-new-fuel-unit     to sw-new-fuel-unit
           move hh-init-flow-rate    to sw-init-flow-rate
           move hh-new-flow-rate     to sw-new-flow-rate
           move hh-new-retrofit-cost to sw-new-retrofit-cost
           move hh-ann-water-saved   to sw-ann-water-saved
           move hh-ann-cost-saved    to sw-ann-cost-saved
           move hh-payback-months    to sw-payback-months
           release sort-work-record.
      *
       1510-exit.
           exit.
      *
       1600-scan-sorted.
           perform 2000-scan-one-record thru 2000-exit
                   until no-more-sorted.
      *
       1600-done.
           exit.
      *
      *********************************************************************
      *
      * S C A N   O N E   V I S I T   I N   S C O P E
      *
      *********************************************************************
      *
       2000-scan-one-record.
           return sort-work-file
                  at end set no-more-sorted to true
           end-return
      *
           if no-more-sorted
              if candidate-held
                 perform 3000-write-letter thru 3000-exit
              end-if
              go to 2000-exit
           end-if
      *
           if sw-account-no is not equal to current-account
              if candidate-held
                 perform 3000-write-letter thru 3000-exit
              end-if
              move sw-account-no to current-account
           end-if
      *
           set candidate-held to true
           move sw-account-no        to lh-account-no
           move sw-run-date          to lh-run-date
           move sw-init-fuel-code    to lh-init-fuel-code
           move sw-new-fuel-code     to lh-new-fuel-code
           move sw-init-fuel-unit    to lh-init-fuel-unit
           move sw-new-fuel-unit     to lh-new-fuel-unit
           move sw-init-flow-rate    to lh-init-flow-rate
           move sw-new-flow-rate     to lh-new-flow-rate
           move sw-new-retrofit-cost to lh-new-retrofit-cost
           move sw-ann-water-saved   to lh-ann-water-saved
           move sw-ann-cost-saved    to lh-ann-cost-saved
           move sw-payback-months    to lh-payback-months.
      *
       2000-exit.
           exit.
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
           move "DHWLETTR" to rn-job-name
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
