      *     no more than the program ceiling
      *   - an installed retrofit cost on file
      *
      * Only the visits in the range are read, through the history
      * master's run-date key, and sorted back into account/date/
      * time order -- the order the whole master used to be read
      * in -- so the latest-visit pick, the claim file and the
      * rejects listing come out exactly as a full pass of the
      * master would make them.
      *
      * Every claim written is entered on the claim register
      * (claimreg.cpy) as submitted, and a visit already on the
      * register is never claimed again -- it is listed on RBREJECT
      * as already claimed instead -- so overlapping or re-run
      * ranges cannot send a visit to the utility twice or post its
      * dollars to the budget ledger twice.  dhwack.cob applies the
      * utility's acknowledgement back onto the register.
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
           select sort-work-file assign to "SORTWK".
      *
           select claim-extract-file assign to "RBCLAIM"
                  organization is line sequential
                  access mode is dynamic
                  record key is bl-season-year
                  file status is budgledg-status.
      *
           select claim-register-file assign to "CLAIMREG"
                  organization is indexed
                  access mode is dynamic
                  record key is cr-claim-key
                  file status is claimreg-status.
      *
      ************************************************************
      *
       copy "hdwhist.cpy".
       copy "claimext.cpy".
       copy "budgledg.cpy".
       copy "claimreg.cpy".
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  sw-account-no               pic 9(7).
           05  sw-run-date                 pic 9(8).
           05  sw-run-time                 pic 9(6).
           05  sw-ann-energy-saved         pic s9(8)v99
                                           sign is leading separate.
           05  sw-ann-cost-saved           pic s9(5)v99
                                           sign is leading separate.
           05  sw-payback-months           pic s9(4)v99
                                           sign is leading separate.
           05  sw-new-retrofit-cost        pic 9(5)v99.
      *
       fd  reject-list-file
           label records are standard.
      *
       01 budgledg-status                  pic xx.
          88 budgledg-ok                        value "00".
      *
       01 claimreg-status                  pic xx.
          88 claimreg-ok                        value "00".
      *
       01 claim-season-year                pic 9(4).
      *
       01 claim-extract-date               pic 9(8).
      *
       01 history-eof-switch               pic x     value "N".
          88 no-more-history                    value "Y".
      *
       01 sorted-eof-switch                pic x     value "N".
          88 no-more-sorted                     value "Y".
      *
       01 report-date-range.
          02 from-date                     pic 9(8).
          02 max-payback-months            pic 9(4)  value 60.
      *
      * Latest in-range visit held for the account being scanned --
      * the in-range visits come back from the sort account/date/
      * time ascending, so each one simply overwrites the hold and
      * the last one standing when the account changes is the latest
      *
       01 claim-hold.
          02 candidate-switch              pic x     value "N".
          02 claims-written                pic 9(7)  value zero.
          02 claim-dollar-total            pic 9(9)v99 value zero.
          02 households-rejected           pic 9(5)  value zero.
          02 households-already-claimed    pic 9(5)  value zero.
          02 history-records-read          pic 9(7)  value zero.
          02 history-records-selected      pic 9(7)  value zero.
      *
       01 reject-line.
          02 rj-account-no                 pic 9(7).
             value "HOUSEHOLDS REJECTED : ".
          02 rjc-count                     pic zzzz9.
          02 filler                        pic x(53) value spaces.
      *
       01 already-claimed-count-line.
          02 filler                        pic x(22)
             value "ALREADY CLAIMED     : ".
          02 acc-count                     pic zzzz9.
          02 filler                        pic x(53) value spaces.
      *
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
           display "Season year to post the claim against : "
           accept claim-season-year
      *
           accept claim-extract-date from date yyyymmdd
      *
           perform 870-start-run-control
           perform 1000-open-claim-files
      *
           sort sort-work-file
                ascending key sw-account-no sw-run-date sw-run-time
                input procedure is 1500-select-in-range
                                   thru 1500-done
                output procedure is 1600-scan-sorted
                                    thru 1600-done
      *
           perform 4000-write-trailer
           perform 1900-close-claim-files
           perform 4500-post-claim-to-ledger thru 4500-exit
           perform 880-end-run-control
      *
           display "Claims written      : " claims-written
           display "Claimed dollar total: " claim-dollar-total
           display "Households rejected : " households-rejected
           display "Already claimed     : " households-already-claimed
           display "History records read: " history-records-read
           display "History selected    : " history-records-selected
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
      * The register is created on first use, the way the
      * maintenance programs create their masters
      *
           open i-o claim-register-file
           if not claimreg-ok
              open output claim-register-file
              close claim-register-file
              open i-o claim-register-file
           end-if
      *
           open output claim-extract-file
           open output reject-list-file
      *
           move from-date to hh-run-date
           start household-hist-file
                 key is not less than hh-run-date
                 invalid key set no-more-history to true
           end-start.
      *
       1900-close-claim-files.
           close household-hist-file
           close claim-extract-file
           close reject-list-file
           close claim-register-file.
      *
      *********************************************************************
      *
      * S E L E C T   T H E   V I S I T S   I N   R A N G E
      *
      *********************************************************************
      *
      * Read along the run-date key from the from date; the first
      * visit past the to date ends the pass
      *
       1500-select-in-range.
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
           if hh-run-date is greater than to-date
              set no-more-history to true
              go to 1510-exit
           end-if
      *
           add 1 to history-records-selected
           move hh-account-no        to sw-account-no
           move hh-run-date          to sw-run-date
           move hh-run-time          to sw-run-time
           move hh-ann-energy-saved  to sw-ann-energy-saved
           move hh-ann-cost-saved    to sw-ann-cost-saved
           move hh-payback-months    to sw-payback-months
           move hh-new-retrofit-cost to sw-new-retrofit-cost
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
      * S C A N   O N E   I N - R A N G E   V I S I T
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
                 perform 3000-evaluate-candidate thru 3000-exit
              end-if
              go to 2000-exit
           end-if
      *
           if sw-account-no is not equal to current-account
              if candidate-held
                 perform 3000-evaluate-candidate thru 3000-exit
              end-if
              move sw-account-no to current-account
           end-if
      *
           set candidate-held to true
           move sw-account-no        to ch-account-no
           move sw-run-date          to ch-run-date
           move sw-ann-energy-saved  to ch-ann-energy-saved
           move sw-ann-cost-saved    to ch-ann-cost-saved
           move sw-payback-months    to ch-payback-months
           move sw-new-retrofit-cost to ch-retrofit-cost.
      *
       2000-exit.
           exit.
      *
       3000-evaluate-candidate.
           move zero to record-reject-count
      *
      * A visit already on the claim register went out on an earlier
      * extract, whatever became of it since -- a rejection is
      * worked by the program office off the dhwack listing, not
      * re-sent by overlapping the range
      *
           move ch-account-no to cr-account-no
           move ch-run-date   to cr-run-date
           read claim-register-file
                invalid key continue
                not invalid key
                   move "ALREADY ON CLAIM REGISTER" to rj-reason
                   move ch-account-no to rj-account-no
                   move ch-run-date   to rj-run-date
                   write reject-list-record from reject-line
                   add 1 to households-already-claimed
                   set no-candidate to true
                   go to 3000-exit
           end-read
      *
           if ch-ann-energy-saved is less than min-ann-energy-saved
              move "ANNUAL ENERGY SAVED BELOW MINIMUM" to rj-reason
           end-if
      *
           set no-candidate to true.
      *
       3000-exit.
           exit.
      *
       3100-write-reject-line.
           add 1 to record-reject-count
           write claim-detail-record
      *
           add 1 to claims-written
           add ch-retrofit-cost to claim-dollar-total
      *
           move spaces               to claim-register-record
           move ch-account-no        to cr-account-no
           move ch-run-date          to cr-run-date
           move claim-extract-date   to cr-extract-date
           move claim-season-year    to cr-season-year
           move ch-retrofit-cost     to cr-claim-amount
           set cr-submitted          to true
           move zero                 to cr-ack-date
           write claim-register-record
                 invalid key
                    display "Unable to register claim for account "
                            ch-account-no
           end-write.
      *
      *********************************************************************
      *
           move spaces to reject-list-record
           write reject-list-record
           move households-rejected to rjc-count
           write reject-list-record from reject-count-line
           move households-already-claimed to acc-count
           write reject-list-record from already-claimed-count-line.
      *
      *********************************************************************
      *
      *
       4500-exit.
           exit.
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
           move "DHWCLAIM" to rn-job-name
           move so-operator-id to rn-operator-id
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
