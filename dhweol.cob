      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Water Heater
      * End-of-Life Candidates
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Finds every household on the household master
      * (hshldmst.cpy) whose water heater has passed a settable
      * service life as of the run date, so a failing tank can be
      * steered toward a heat-pump (or other) replacement before it
      * bursts and is replaced like-for-like as an emergency.
      *
      * For each such household the latest visit on the history
      * master (hdwhist.cpy) is re-run through the shared
      * calculation engine once for every active fuel on the fuel
      * rate file, heat pump included.  The household as it stands
      * is the initial side -- the visit's post-retrofit conditions
      * on its present fuel, the way dhwsave seeds a re-survey --
      * and the new side is the same hot water use on the option's
      * fuel, at that fuel's current rate schedule, at the new-unit
      * efficiency keyed for the fuel, with the keyed replacement
      * cost as the retrofit cost.  Each option prints its annual
      * cost saved and simple payback.
      *
      * The list (EOLRPT) is ranked oldest tank first, then by the
      * biggest annual saving any option offers.  A household past
      * its service life with no visit on file, or whose present
      * fuel cannot be determined, is still listed (after the
      * households of its install year with a saving to show) so it
      * can be booked for a survey.  A household with no install
      * year keyed is counted but cannot be aged.  An account the
      * utility reports closed (see dhwcust.cob) is not a candidate
      * and is only counted.
      *
      ************************************************************
      *
       identification division.
       program-id.    dhweol.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select fuel-rate-file assign to "FUELRATE"
                  organization is indexed
                  access mode is sequential
                  record key is fr-fuel-code
                  file status is fuelrate-status.
      *
           select household-mast-file assign to "HSHLDMST"
                  organization is indexed
                  access mode is dynamic
                  record key is hm-account-no
                  file status is hshldmst-status.
      *
           select household-hist-file assign to "HDWHIST"
                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select cold-water-temp-file assign to "CWTEMPS"
                  organization is indexed
                  access mode is dynamic
                  record key is cw-region-code
                  file status is cwtemps-status.
      *
           select sort-work-file assign to "SORTWK".
      *
           select eol-report-file assign to "EOLRPT"
                  organization is line sequential
                  file status is eolrpt-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "fuelrate.cpy".
       copy "hshldmst.cpy".
       copy "hdwhist.cpy".
       copy "cwtemp.cpy".
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  sw-install-year             pic 9(4).
           05  sw-best-saving              pic s9(5)v99.
           05  sw-account-no               pic 9(7).
           05  sw-candidate-data           pic x(384).
      *
       fd  eol-report-file
           label records are standard.
       01  eol-report-record               pic x(132).
      *
       working-storage section.
      *
       01 fuelrate-status                  pic xx.
          88 fuelrate-ok                        value "00".
      *
       01 hshldmst-status                  pic xx.
          88 hshldmst-ok                        value "00".
      *
       01 household-status                 pic xx.
          88 household-ok                       value "00".
      *
       01 cwtemps-status                   pic xx.
          88 cwtemps-ok                         value "00".
      *
       01 eolrpt-status                    pic xx.
      *
       01 history-avail-switch             pic x     value "N".
          88 history-available                  value "Y".
      *
       01 cwtemps-avail-switch             pic x     value "N".
          88 cwtemps-available                  value "Y".
      *
       01 master-eof-switch                pic x     value "N".
          88 no-more-households                 value "Y".
      *
       01 visit-scan-switch                pic x     value "N".
          88 visit-scan-done                    value "Y".
      *
       01 sort-eof-switch                  pic x     value "N".
          88 no-more-sorted-records             value "Y".
      *
       01 fuel-table.
          copy "fueltbl.cpy".
      *
       01 wanted-fuel-code                 pic 9.
      *
       01 fuel-found-flag                  pic x     value "N".
          88 fuel-found                        value "Y".
          88 fuel-not-found                    value "N".
      *
       01 fuel-unit-to-match               pic x(7).
      *
       01 calc-parameters.
          copy "calcparm.cpy".
      *
      * Service life and, for each fuel on the table, the new unit
      * it would be replaced with.  Zero keyed at a prompt keeps the
      * default
      *
       01 replacement-rules.
          02 service-life-years            pic 99    value 12.
          02 default-new-eff               pic 999v9 value 90.0.
          02 default-replace-cost          pic 9(5)v99
                                           value 1500.00.
          02 life-entry                    pic 99.
          02 eff-entry                     pic 999v9.
          02 cost-entry                    pic 9(5)v99.
      *
       01 fuel-option-table.
          02 fuel-option occurs 10 times.
             05 fo-new-eff                 pic 999v9.
             05 fo-replace-cost            pic 9(5)v99.
      *
       01 fuel-sub                         pic 99.
      *
       01 eol-run-date                     pic 9(8).
       01 eol-run-date-split redefines eol-run-date.
          02 eol-run-year                  pic 9(4).
          02 filler                        pic 9(4).
      *
       01 heater-age                       pic 9(4).
      *
       01 latest-visit-key.
          02 lv-run-date                   pic 9(8).
          02 lv-run-time                   pic 9(6).
      *
      * One candidate household, built up here and moved whole to
      * the sort record for every release
      *
       01 candidate-hold.
          02 ch-install-year               pic 9(4).
          02 ch-best-saving                pic s9(5)v99.
          02 ch-account-no                 pic 9(7).
          02 ch-candidate-data.
             05 ch-name                    pic x(25).
             05 ch-heater-make             pic x(12).
             05 ch-heater-model            pic x(12).
             05 ch-heater-age              pic 9(4).
             05 ch-visit-date              pic 9(8).
             05 ch-present-fuel            pic x(15).
             05 ch-remark                  pic x(24).
             05 ch-option-count            pic 99.
             05 ch-best-option             pic 99.
             05 ch-option occurs 10 times.
                10 ch-fuel-name            pic x(15).
                10 ch-ann-saved            pic s9(5)v99.
                10 ch-payback              pic s9(4)v99.
      *
      * One-region cache for the seasonal inlet temperatures, same
      * convention as the batch run
      *
       01 cached-region-code               pic x(3)  value spaces.
      *
       01 cached-region-found-flag         pic x     value "N".
          88 cached-region-found                value "Y".
          88 cached-region-not-found            value "N".
      *
       01 cached-month-temps.
          02 cached-month-temp occurs 12 times
                                           pic 99.
      *
       01 month-sub                        pic 99.
      *
       01 eol-counters.
          02 households-read               pic 9(7)  value zero.
          02 households-closed             pic 9(7)  value zero.
          02 households-no-year            pic 9(7)  value zero.
          02 households-past-life          pic 9(7)  value zero.
          02 households-projected          pic 9(7)  value zero.
          02 households-not-projected      pic 9(7)  value zero.
      *
       01 rank-number                      pic 9(5)  value zero.
      *
       01 report-title-line.
          02 filler                        pic x(34)  value
             "WATER HEATER END-OF-LIFE, AS OF ".
          02 rt-run-date                   pic 9(8).
          02 filler                        pic x(17)  value
             "   SERVICE LIFE ".
          02 rt-service-life               pic z9.
          02 filler                        pic x(6)   value " YEARS".
          02 filler                        pic x(65)  value spaces.
      *
       01 option-rules-line.
          02 filler                        pic x(9)  value "  OPTION ".
          02 or-fuel-name                  pic x(15).
          02 filler                        pic x(16) value
             "  NEW-UNIT EFF  ".
          02 or-new-eff                    pic zz9.9.
          02 filler                        pic x(20) value
             "%   REPLACEMENT $  ".
          02 or-replace-cost               pic zz,zz9.99.
          02 filler                        pic x(58) value spaces.
      *
       01 household-header-line.
          02 filler                        pic x(6)  value "RANK".
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(27) value "NAME".
          02 filler                        pic x(6)  value "YEAR".
          02 filler                        pic x(5)  value "AGE".
          02 filler                        pic x(14) value "MAKE".
          02 filler                        pic x(14) value "MODEL".
          02 filler                        pic x(10) value "VISIT".
          02 filler                        pic x(17) value
             "PRESENT FUEL".
          02 filler                        pic x(24) value "REMARK".
      *
       01 household-line.
          02 hl-rank                       pic zzzz9.
          02 filler                        pic x     value space.
          02 hl-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 hl-name                       pic x(25).
          02 filler                        pic xx    value spaces.
          02 hl-install-year               pic 9(4).
          02 filler                        pic xx    value spaces.
          02 hl-heater-age                 pic zz9.
          02 filler                        pic xx    value spaces.
          02 hl-heater-make                pic x(12).
          02 filler                        pic xx    value spaces.
          02 hl-heater-model               pic x(12).
          02 filler                        pic xx    value spaces.
          02 hl-visit-date                 pic 9(8).
          02 filler                        pic xx    value spaces.
          02 hl-present-fuel               pic x(15).
          02 filler                        pic xx    value spaces.
          02 hl-remark                     pic x(24).
      *
       01 option-line.
          02 filler                        pic x(15) value spaces.
          02 ol-fuel-name                  pic x(15).
          02 filler                        pic x(12) value
             "  $/YR SAVED".
          02 ol-ann-saved                  pic -zz,zz9.99.
          02 filler                        pic x(16) value
             "   PAYBACK MOS  ".
          02 ol-payback                    pic -z,zz9.99.
          02 filler                        pic xx    value spaces.
          02 ol-best-flag                  pic x(4).
          02 filler                        pic x(49) value spaces.
      *
       01 none-line.
          02 filler                        pic x(6)  value "(NONE)".
          02 filler                        pic x(126) value spaces.
      *
       01 summary-count-line.
          02 sc-label                      pic x(26).
          02 sc-count                      pic zzzzzz9.
          02 filler                        pic x(99) value spaces.
      *
       01 blank-line                       pic x(132) value spaces.
      *
       01 signon-parameters.
          copy "signparm.cpy".
      *
      ************************************************************
      *
       procedure division.
       main-para.
      * The projections pass the whole household master: only a
      * supervisor may launch them (see signparm.cpy)
           initialize signon-parameters
           set so-supervisor-only to true
           call "signon" using signon-parameters
           if so-signon-failed
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
           accept eol-run-date from date yyyymmdd
      *
           display "Heater service life in years (0 keeps 12): "
           move zero to life-entry
           accept life-entry
           if life-entry is greater than zero
              move life-entry to service-life-years
           end-if
      *
           perform 900-load-fuel-table
           perform 950-accept-fuel-options
                   varying fuel-sub from 1 by 1
                   until fuel-sub is greater than fuel-table-count
      *
           perform 1000-open-eol-files
      *
           sort sort-work-file
                ascending key sw-install-year
                descending key sw-best-saving
                ascending key sw-account-no
                input procedure is 2000-select-candidates
                                   thru 2000-done
                output procedure is 3000-print-ranked
                                    thru 3000-done
      *
           perform 7000-write-summary
           perform 1900-close-eol-files
      *
           display "Households read       : " households-read
           display "Closed accounts       : " households-closed
           display "Past service life     : " households-past-life
           display "Projected             : " households-projected
           display "Not projected         : " households-not-projected
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       1000-open-eol-files.
           open input household-mast-file
           if not hshldmst-ok
              display "No household master on file"
              stop run
           end-if
      *
           open input household-hist-file
           if household-ok
              set history-available to true
           end-if
      *
           open input cold-water-temp-file
           if cwtemps-ok
              set cwtemps-available to true
           end-if
      *
           open output eol-report-file
           move eol-run-date       to rt-run-date
           move service-life-years to rt-service-life
           write eol-report-record from report-title-line
           perform 1100-write-option-rules
                   varying fuel-sub from 1 by 1
                   until fuel-sub is greater than fuel-table-count
           write eol-report-record from blank-line
           write eol-report-record from household-header-line
      *
           move zero to hm-account-no
           start household-mast-file
                 key is not less than hm-account-no
                 invalid key set no-more-households to true
           end-start.
      *
       1100-write-option-rules.
           move ft-name (fuel-sub)          to or-fuel-name
           move fo-new-eff (fuel-sub)       to or-new-eff
           move fo-replace-cost (fuel-sub)  to or-replace-cost
           write eol-report-record from option-rules-line.
      *
       1900-close-eol-files.
           close household-mast-file
           if history-available
              close household-hist-file
           end-if
           if cwtemps-available
              close cold-water-temp-file
           end-if
           close eol-report-file.
      *
      *********************************************************************
      *
      * S E L E C T   A N D   P R O J E C T   C A N D I D A T E S
      *
      *********************************************************************
      *
       2000-select-candidates.
           perform 2100-select-one-household thru 2100-exit
                   until no-more-households.
      *
       2000-done.
           exit.
      *
       2100-select-one-household.
           read household-mast-file next record
                at end set no-more-households to true
           end-read
      *
           if no-more-households
              go to 2100-exit
           end-if
      *
           add 1 to households-read
      *
           if hm-account-closed
              add 1 to households-closed
              go to 2100-exit
           end-if
      *
           if hm-install-year is equal to zero
              or hm-install-year is greater than eol-run-year
              add 1 to households-no-year
              go to 2100-exit
           end-if
      *
           compute heater-age = eol-run-year - hm-install-year
           if heater-age is not greater than service-life-years
              go to 2100-exit
           end-if
      *
           add 1 to households-past-life
      *
           initialize candidate-hold
           move hm-install-year to ch-install-year
           move hm-account-no   to ch-account-no
           move hm-name         to ch-name
           move hm-heater-make  to ch-heater-make
           move hm-heater-model to ch-heater-model
           move heater-age      to ch-heater-age
           move zero            to ch-best-saving
      *
           perform 2200-find-latest-visit thru 2200-exit
           if ch-remark is equal to spaces
              perform 2300-project-options thru 2300-exit
           end-if
      *
           if ch-remark is equal to spaces
              add 1 to households-projected
           else
              add 1 to households-not-projected
           end-if
      *
           move candidate-hold to sort-work-record
           release sort-work-record.
      *
       2100-exit.
           exit.
      *
      *********************************************************************
      *
      * F I N D   T H E   L A T E S T   V I S I T
      *
      *********************************************************************
      *
      * The account's visits come back in date/time order; the last
      * one read before the account changes is the latest, and is
      * read back by its key to fill the record area
      *
       2200-find-latest-visit.
           if not history-available
              move "NO HISTORY MASTER" to ch-remark
              go to 2200-exit
           end-if
      *
           move zero to latest-visit-key
           move "N"  to visit-scan-switch
           move hm-account-no to hh-account-no
           move zero to hh-run-date
           move zero to hh-run-time
           start household-hist-file
                 key is not less than hh-history-key
                 invalid key set visit-scan-done to true
           end-start
      *
           perform 2210-read-one-visit thru 2210-exit
                   until visit-scan-done
      *
           if lv-run-date is equal to zero
              move "NO VISIT -- BOOK SURVEY" to ch-remark
              go to 2200-exit
           end-if
      *
           move hm-account-no to hh-account-no
           move lv-run-date   to hh-run-date
           move lv-run-time   to hh-run-time
           read household-hist-file
                invalid key
                   move "NO VISIT -- BOOK SURVEY" to ch-remark
                   go to 2200-exit
           end-read
      *
           move hh-run-date to ch-visit-date.
      *
       2200-exit.
           exit.
      *
       2210-read-one-visit.
           read household-hist-file next record
                at end set visit-scan-done to true
           end-read
      *
           if visit-scan-done
              go to 2210-exit
           end-if
      *
           if hh-account-no is not equal to hm-account-no
              set visit-scan-done to true
              go to 2210-exit
           end-if
      *
           move hh-run-date to lv-run-date
           move hh-run-time to lv-run-time.
      *
       2210-exit.
           exit.
      *
      *********************************************************************
      *
      * P R O J E C T   E V E R Y   F U E L   O P T I O N
      *
      *********************************************************************
      *
      * The present fuel is the visit's new side; a legacy record
      * with no fuel code falls back to its fuel-unit text, as the
      * re-rate job does
      *
       2300-project-options.
           move hh-new-fuel-code to wanted-fuel-code
           move hh-new-fuel-unit to fuel-unit-to-match
           perform 3100-resolve-fuel thru 3100-exit
           if fuel-not-found
              move "PRESENT FUEL UNKNOWN" to ch-remark
              go to 2300-exit
           end-if
           move ft-name (ft-idx) to ch-present-fuel
      *
           perform 2400-project-one-option
                   varying fuel-sub from 1 by 1
                   until fuel-sub is greater than fuel-table-count.
      *
       2300-exit.
           exit.
      *
       2400-project-one-option.
           initialize calc-parameters
           move hh-cold-water-temp     to cp-cold-water-temp
      *
           move ft-code (ft-idx)       to cp-init-fuel-code
           move ft-unit (ft-idx)       to cp-init-fuel-unit
           move ft-price (ft-idx)      to cp-init-fuel-price
           move ft-btu-factor (ft-idx) to cp-init-conv-unit
           move ft-rate-schedule (ft-idx)
                to cp-init-rate-schedule
           move hh-new-dhw-temp        to cp-init-dhw-temp
           move hh-new-flow-rate       to cp-init-flow-rate
           move hh-new-shower-time     to cp-init-shower-time
           move hh-new-dishwasher-cyc  to cp-init-dishwasher-cyc
           move hh-new-washer-loads    to cp-init-washer-loads
           move hh-new-faucet-time     to cp-init-faucet-time
           move hh-new-comb-eff        to cp-init-comb-eff
           move hh-new-occupants       to cp-init-occupants
           move hh-new-showers-per-wk  to cp-init-showers-per-wk
      *
           move ft-code (fuel-sub)       to cp-new-fuel-code
           move ft-unit (fuel-sub)       to cp-new-fuel-unit
           move ft-price (fuel-sub)      to cp-new-fuel-price
           move ft-btu-factor (fuel-sub) to cp-new-conv-unit
           move ft-rate-schedule (fuel-sub)
                to cp-new-rate-schedule
           move hh-new-dhw-temp        to cp-new-dhw-temp
           move hh-new-flow-rate       to cp-new-flow-rate
           move hh-new-shower-time     to cp-new-shower-time
           move hh-new-dishwasher-cyc  to cp-new-dishwasher-cyc
           move hh-new-washer-loads    to cp-new-washer-loads
           move hh-new-faucet-time     to cp-new-faucet-time
           move fo-new-eff (fuel-sub)  to cp-new-comb-eff
           move hh-new-occupants       to cp-new-occupants
           move hh-new-showers-per-wk  to cp-new-showers-per-wk
           move fo-replace-cost (fuel-sub)
                to cp-new-retrofit-cost
      *
           perform 3200-set-region-temps thru 3200-exit
      *
           call "dhwcalc" using calc-parameters
      *
           add 1 to ch-option-count
           move ft-name (fuel-sub)  to ch-fuel-name (ch-option-count)
           move cp-ann-cost-saved   to ch-ann-saved (ch-option-count)
           move cp-payback-months   to ch-payback (ch-option-count)
      *
           if ch-option-count is equal to 1
              or cp-ann-cost-saved is greater than ch-best-saving
              move cp-ann-cost-saved to ch-best-saving
              move ch-option-count   to ch-best-option
           end-if.
      *
      *********************************************************************
      *
      * P R I N T   T H E   R A N K E D   L I S T
      *
      *********************************************************************
      *
       3000-print-ranked.
           perform 3010-return-sorted
           if no-more-sorted-records
              write eol-report-record from none-line
           end-if
      *
           perform 3020-print-one-household
                   until no-more-sorted-records.
      *
       3000-done.
           exit.
      *
       3010-return-sorted.
           return sort-work-file into candidate-hold
                  at end set no-more-sorted-records to true
           end-return.
      *
       3020-print-one-household.
           add 1 to rank-number
           move spaces             to household-line
           move rank-number        to hl-rank
           move ch-account-no      to hl-account-no
           move ch-name            to hl-name
           move ch-install-year    to hl-install-year
           move ch-heater-age      to hl-heater-age
           move ch-heater-make     to hl-heater-make
           move ch-heater-model    to hl-heater-model
           move ch-visit-date      to hl-visit-date
           move ch-present-fuel    to hl-present-fuel
           move ch-remark          to hl-remark
           write eol-report-record from blank-line
           write eol-report-record from household-line
      *
           perform 3030-print-one-option
                   varying fuel-sub from 1 by 1
                   until fuel-sub is greater than ch-option-count
      *
           perform 3010-return-sorted.
      *
       3030-print-one-option.
           move spaces                   to option-line
           move ch-fuel-name (fuel-sub)  to ol-fuel-name
           move ch-ann-saved (fuel-sub)  to ol-ann-saved
           move ch-payback (fuel-sub)    to ol-payback
           if fuel-sub is equal to ch-best-option
              move "BEST" to ol-best-flag
           end-if
           write eol-report-record from option-line.
      *
      *********************************************************************
      *
      * R E S O L V E   A   S T O R E D   F U E L
      *
      *********************************************************************
      *
       3100-resolve-fuel.
           set fuel-not-found to true
      *
           if wanted-fuel-code is greater than zero
              set ft-idx to 1
              search fuel-entry
                     at end continue
                     when ft-code (ft-idx) is equal to
                          wanted-fuel-code
                          set fuel-found to true
              end-search
              go to 3100-exit
           end-if
      *
           set ft-idx to 1
           search fuel-entry
                  at end continue
                  when ft-unit (ft-idx) is equal to fuel-unit-to-match
                       set fuel-found to true
           end-search.
      *
       3100-exit.
           exit.
      *
      *********************************************************************
      *
      * R E G I O N   M O N T H L Y   T E M P E R A T U R E S
      *
      *********************************************************************
      *
      * Projected against the same regional inlet temperatures the
      * visit was built with; no region (or one no longer on file)
      * projects flat
      *
       3200-set-region-temps.
           set cp-flat-cw-temp to true
      *
           if hh-region-code is equal to spaces
              or not cwtemps-available
              go to 3200-exit
           end-if
      *
           if hh-region-code is not equal to cached-region-code
              move hh-region-code to cached-region-code
              set cached-region-not-found to true
              move hh-region-code to cw-region-code
              read cold-water-temp-file
                   invalid key continue
                   not invalid key
                      set cached-region-found to true
                      perform 3210-cache-region-month
                              varying month-sub from 1 by 1
                              until month-sub is greater than 12
              end-read
           end-if
      *
           if cached-region-found
              set cp-seasonal-cw-temps to true
              perform 3220-fill-month-temp
                      varying month-sub from 1 by 1
                      until month-sub is greater than 12
           end-if.
      *
       3200-exit.
           exit.
      *
       3210-cache-region-month.
           move cw-month-temp (month-sub)
                to cached-month-temp (month-sub).
      *
       3220-fill-month-temp.
           move cached-month-temp (month-sub)
                to cp-month-cw-temp (month-sub).
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       7000-write-summary.
           write eol-report-record from blank-line
      *
           move "Households read          :" to sc-label
           move households-read to sc-count
           write eol-report-record from summary-count-line
      *
           move "Closed accounts skipped  :" to sc-label
           move households-closed to sc-count
           write eol-report-record from summary-count-line
      *
           move "No install year keyed    :" to sc-label
           move households-no-year to sc-count
           write eol-report-record from summary-count-line
      *
           move "Past service life        :" to sc-label
           move households-past-life to sc-count
           write eol-report-record from summary-count-line
      *
           move "Projected                :" to sc-label
           move households-projected to sc-count
           write eol-report-record from summary-count-line
      *
           move "Listed, not projected    :" to sc-label
           move households-not-projected to sc-count
           write eol-report-record from summary-count-line.
      *
      *********************************************************************
      *
      * F U E L   T A B L E   L O A D
      *
      *********************************************************************
      *
      * Cleared first so the compiled-in default table really is all
      * zeros in its rate schedules, as fueltbl.cpy promises -- the
      * no-FUELRATE fallback path must price flat, not on whatever
      * the schedule storage happens to hold
      *
       900-load-fuel-table.
           initialize fuel-table
           open input fuel-rate-file
           if fuelrate-ok
              move zero to fuel-table-count
              perform 901-read-fuel-rate
              close fuel-rate-file
           else
              perform 902-default-fuel-table
           end-if.
      *
       901-read-fuel-rate.
           read fuel-rate-file next record
                at end continue
                not at end
                   if fr-active
                      add 1 to fuel-table-count
                      move fr-fuel-code   to ft-code (fuel-table-count)
                      move fr-fuel-name   to ft-name (fuel-table-count)
                      move fr-fuel-unit   to ft-unit (fuel-table-count)
                      move fr-fuel-price  to ft-price (fuel-table-count)
                      move fr-btu-factor
                           to ft-btu-factor (fuel-table-count)
                      move fr-rate-schedule
                           to ft-rate-schedule (fuel-table-count)
                   end-if
                   perform 901-read-fuel-rate
           end-read.
      *
       902-default-fuel-table.
           move 5 to fuel-table-count
           move 1 to ft-code (1)
           move "Electric" to ft-name (1)
           move "kWh" to ft-unit (1)
           move 0.13 to ft-price (1)
           move 3412 to ft-btu-factor (1)
           move 2 to ft-code (2)
           move "Natural Gas" to ft-name (2)
           move "ccf" to ft-unit (2)
           move 1.18 to ft-price (2)
           move 103700 to ft-btu-factor (2)
           move 3 to ft-code (3)
           move "Propane" to ft-name (3)
           move "gallons" to ft-unit (3)
           move 2.66 to ft-price (3)
           move 91452 to ft-btu-factor (3)
           move 4 to ft-code (4)
           move "Heating Oil" to ft-name (4)
           move "gallons" to ft-unit (4)
           move 3.89 to ft-price (4)
           move 139000 to ft-btu-factor (4)
           move 5 to ft-code (5)
           move "Heat Pump" to ft-name (5)
           move "kWh" to ft-unit (5)
           move 0.13 to ft-price (5)
           move 10239 to ft-btu-factor (5).
      *
      *********************************************************************
      *
      * N E W - U N I T   F I G U R E S   F O R   O N E   F U E L
      *
      *********************************************************************
      *
      * Same efficiency limits the survey screens enforce; a heat
      * pump's coefficient of performance is already in its BTU
      * factor on the fuel table, so its efficiency is keyed as for
      * any other tank
      *
       950-accept-fuel-options.
           display "New " ft-name (fuel-sub)
                   " unit efficiency % (0 keeps 90.0): "
           move zero to eff-entry
           accept eff-entry
           if eff-entry is greater than 100
              display "Efficiency must be 1 - 100"
              go to 950-accept-fuel-options
           end-if
           if eff-entry is greater than zero
              move eff-entry to fo-new-eff (fuel-sub)
           else
              move default-new-eff to fo-new-eff (fuel-sub)
           end-if
      *
           display "New " ft-name (fuel-sub)
                   " installed replacement cost $ (0 keeps 1500.00): "
           move zero to cost-entry
           accept cost-entry
           if cost-entry is greater than zero
              move cost-entry to fo-replace-cost (fuel-sub)
           else
              move default-replace-cost to fo-replace-cost (fuel-sub)
           end-if.
