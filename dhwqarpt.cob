      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - QA Inspection
      * Pass/Fail Report
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Reports the re-inspection results keyed through dhwinsp off
      * the inspection file (inspect.cpy) for a from/to range of
      * inspection dates, to QARPT:
      *   1  every failed inspection, with the finding and where the
      *      visit stands on the claim register (claimreg.cpy), so
      *      its claim can be held back -- or, once submitted,
      *      taken up with the utility;
      *   2  the pass/fail rate by the operator who did the install;
      *   3  the pass/fail rate by measure code (zero is a custom
      *      install).
      * Drawn visits still awaiting their inspection are counted
      * but not rated.
      *
      ************************************************************
      *
       identification division.
       program-id.    dhwqarpt.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select inspection-file assign to "INSPECT"
                  organization is indexed
                  access mode is dynamic
                  record key is iq-visit-key
                  file status is inspect-status.
      *
           select claim-register-file assign to "CLAIMREG"
                  organization is indexed
                  access mode is dynamic
                  record key is cr-claim-key
                  file status is claimreg-status.
      *
           select qa-report-file assign to "QARPT"
                  organization is line sequential
                  file status is qarpt-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "inspect.cpy".
       copy "claimreg.cpy".
      *
       fd  qa-report-file
           label records are standard.
       01  qa-report-record                pic x(132).
      *
       working-storage section.
      *
       01 inspect-status                   pic xx.
          88 inspect-ok                         value "00".
      *
       01 claimreg-status                  pic xx.
          88 claimreg-ok                        value "00".
      *
       01 qarpt-status                     pic xx.
      *
       01 claimreg-avail-switch            pic x     value "N".
          88 claimreg-available                 value "Y".
      *
       01 inspect-eof-switch               pic x     value "N".
          88 no-more-inspections                value "Y".
      *
       01 report-date-range.
          02 from-date                     pic 9(8).
          02 to-date                       pic 9(8).
      *
      * Pass/fail by installing operator, added to as operators turn
      * up and exchange-sorted into ID order for printing (same
      * convention as the stop sort in schwork)
      *
       01 installer-table.
          02 installer-count               pic 9(3)  value zero.
          02 installer-entry occurs 100 times
                             indexed by it-idx.
             05 it-operator-id             pic x(8).
             05 it-passed                  pic 9(5).
             05 it-failed                  pic 9(5).
      *
       01 sort-pass-switch                 pic x.
          88 sort-swapped                       value "Y".
       01 sort-hold-entry.
          05 sh-operator-id                pic x(8).
          05 sh-passed                     pic 9(5).
          05 sh-failed                     pic 9(5).
       01 sort-top                         pic 9(3).
       01 sort-sub                         pic 9(3).
       01 sort-sub-next                    pic 9(3).
      *
      * Pass/fail by measure, subscripted by measure code plus one
      * so the custom-install code zero has a row
      *
       01 measure-result-table.
          02 measure-result occurs 100 times.
             05 mr-passed                  pic 9(5).
             05 mr-failed                  pic 9(5).
      *
       01 measure-sub                      pic 9(3).
       01 measure-code-out                 pic 99.
      *
       01 rate-work.
          02 rate-inspected                pic 9(6).
          02 rate-passed                   pic 9(5).
          02 rate-failed                   pic 9(5).
          02 rate-pass-pct                 pic 999v9.
      *
       01 qa-counters.
          02 inspections-read              pic 9(7)  value zero.
          02 inspections-awaiting          pic 9(7)  value zero.
          02 inspections-in-range          pic 9(7)  value zero.
          02 inspections-passed            pic 9(7)  value zero.
          02 inspections-failed            pic 9(7)  value zero.
      *
       01 report-title-line.
          02 filler                        pic x(34)  value
             "QA INSPECTION RESULTS, INSPECTED ".
          02 rt-from-date                  pic 9(8).
          02 filler                        pic x(4)   value " TO ".
          02 rt-to-date                    pic 9(8).
          02 filler                        pic x(78)  value spaces.
      *
       01 section-title-line.
          02 st-title                      pic x(60).
          02 filler                        pic x(72)  value spaces.
      *
       01 failure-header-line.
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(10) value "VISIT".
          02 filler                        pic x(5)  value "MEAS".
          02 filler                        pic x(10) value "INSTALLER".
          02 filler                        pic x(10) value "INSPECTOR".
          02 filler                        pic x(10) value "INSPECTED".
          02 filler                        pic x(6)  value "INST".
          02 filler                        pic x(6)  value " FLOW".
          02 filler                        pic x(6)  value " SAVED".
          02 filler                        pic x(2)  value spaces.
          02 filler                        pic x(13) value "CLAIM".
          02 filler                        pic x(45) value "NOTE".
      *
       01 failure-line.
          02 fl-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 fl-run-date                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 fl-measure-code               pic 99.
          02 filler                        pic xxx   value spaces.
          02 fl-installer-id               pic x(8).
          02 filler                        pic xx    value spaces.
          02 fl-inspector-id               pic x(8).
          02 filler                        pic xx    value spaces.
          02 fl-inspected-date             pic 9(8).
          02 filler                        pic xx    value spaces.
          02 fl-found-installed            pic x.
          02 filler                        pic x(6)  value spaces.
          02 fl-measured-flow              pic 9.99.
          02 filler                        pic xx    value spaces.
          02 fl-saved-flow                 pic 9.99.
          02 filler                        pic xxx   value spaces.
          02 fl-claim-status               pic x(13).
          02 fl-note                       pic x(40).
          02 filler                        pic x(5)  value spaces.
      *
       01 rate-header-line.
          02 rh-group-label                pic x(10).
          02 filler                        pic x(10) value " INSPECTED".
          02 filler                        pic x(10) value "    PASSED".
          02 filler                        pic x(10) value "    FAILED".
          02 filler                        pic x(10) value "   PASS %".
          02 filler                        pic x(82) value spaces.
      *
       01 rate-line.
          02 rl-group                      pic x(8).
          02 filler                        pic xx    value spaces.
          02 rl-inspected                  pic zzzzzzzzz9.
          02 rl-passed                     pic zzzzzzzzz9.
          02 rl-failed                     pic zzzzzzzzz9.
          02 filler                        pic xxxx  value spaces.
          02 rl-pass-pct                   pic zz9.9.
          02 filler                        pic x(83) value spaces.
      *
       01 none-line.
          02 filler                        pic x(6)  value "(NONE)".
          02 filler                        pic x(126) value spaces.
      *
       01 notice-line.
          02 nl-text                       pic x(60).
          02 filler                        pic x(72) value spaces.
      *
       01 summary-count-line.
          02 sc-label                      pic x(26).
          02 sc-count                      pic zzzzzz9.
          02 filler                        pic x(99) value spaces.
      *
       01 blank-line                       pic x(132) value spaces.
      *
      ************************************************************
      *
       procedure division.
       main-para.
           display "Inspected from date (YYYYMMDD, 0 for all): "
           move zero to from-date
           accept from-date
           display "Inspected to   date (YYYYMMDD, 0 for all): "
           move zero to to-date
           accept to-date
           if to-date is equal to zero
              move 99999999 to to-date
           end-if
      *
           perform 1000-open-qa-files
      *
           move "FAILED INSPECTIONS" to st-title
           write qa-report-record from blank-line
           write qa-report-record from section-title-line
           write qa-report-record from failure-header-line
      *
           perform 2000-report-one-inspection thru 2000-exit
                   until no-more-inspections
      *
           if inspections-failed is equal to zero
              write qa-report-record from none-line
           end-if
      *
           perform 3000-sort-installers thru 3000-exit
           perform 4000-rate-by-installer
           perform 5000-rate-by-measure
      *
           perform 7000-write-summary
           perform 1900-close-qa-files
      *
           display "Inspections in range : " inspections-in-range
           display "Inspections passed   : " inspections-passed
           display "Inspections failed   : " inspections-failed
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       1000-open-qa-files.
           open input inspection-file
           if not inspect-ok
              display "No inspection file on hand to report"
              stop run
           end-if
      *
           open output qa-report-file
           move from-date to rt-from-date
           move to-date   to rt-to-date
           write qa-report-record from report-title-line
      *
           open input claim-register-file
           if claimreg-ok
              set claimreg-available to true
           else
              move "NO CLAIM REGISTER -- CLAIM STATUS NOT SHOWN"
                   to nl-text
              write qa-report-record from notice-line
           end-if
      *
           initialize measure-result-table
      *
           move zero to iq-account-no
           move zero to iq-run-date
           move zero to iq-run-time
           start inspection-file
                 key is not less than iq-visit-key
                 invalid key set no-more-inspections to true
           end-start.
      *
       1900-close-qa-files.
           close inspection-file
           if claimreg-available
              close claim-register-file
           end-if
           close qa-report-file.
      *
      *********************************************************************
      *
      * C O U N T   O N E   I N S P E C T I O N
      *
      *********************************************************************
      *
       2000-report-one-inspection.
           read inspection-file next record
                at end set no-more-inspections to true
           end-read
      *
           if no-more-inspections
              go to 2000-exit
           end-if
      *
           add 1 to inspections-read
      *
           if iq-awaiting-result
              add 1 to inspections-awaiting
              go to 2000-exit
           end-if
      *
           if iq-inspected-date is less than from-date
              or iq-inspected-date is greater than to-date
              go to 2000-exit
           end-if
      *
           add 1 to inspections-in-range
           perform 2100-find-installer thru 2100-exit
           compute measure-sub = iq-measure-code + 1
      *
           if iq-passed
              add 1 to inspections-passed
              add 1 to it-passed (it-idx)
              add 1 to mr-passed (measure-sub)
              go to 2000-exit
           end-if
      *
           add 1 to inspections-failed
           add 1 to it-failed (it-idx)
           add 1 to mr-failed (measure-sub)
           perform 2200-list-failure.
      *
       2000-exit.
           exit.
      *
       2100-find-installer.
           set it-idx to 1
           search installer-entry
                  at end continue
                  when it-idx is greater than installer-count
                       continue
                  when it-operator-id (it-idx) is equal to
                       iq-installer-id
                       go to 2100-exit
           end-search
      *
      * The last row takes all comers once the table is full
      *
           if installer-count is less than 100
              add 1 to installer-count
              set it-idx to installer-count
              move iq-installer-id to it-operator-id (it-idx)
              move zero to it-passed (it-idx)
              move zero to it-failed (it-idx)
           else
              set it-idx to 100
              move "(OTHERS)" to it-operator-id (it-idx)
           end-if.
      *
       2100-exit.
           exit.
      *
       2200-list-failure.
           move spaces                to failure-line
           move iq-account-no         to fl-account-no
           move iq-run-date           to fl-run-date
           move iq-measure-code       to fl-measure-code
           move iq-installer-id       to fl-installer-id
           move iq-inspector-id       to fl-inspector-id
           move iq-inspected-date     to fl-inspected-date
           move iq-found-installed    to fl-found-installed
           move iq-measured-flow-rate to fl-measured-flow
           move iq-saved-flow-rate    to fl-saved-flow
           move iq-inspector-note     to fl-note
      *
           move "NOT CLAIMED" to fl-claim-status
           if claimreg-available
              move iq-account-no to cr-account-no
              move iq-run-date   to cr-run-date
              read claim-register-file
                   invalid key continue
                   not invalid key
                      evaluate true
                          when cr-submitted
                               move "SUBMITTED" to fl-claim-status
                          when cr-accepted
                               move "ACCEPTED"  to fl-claim-status
                          when cr-rejected
                               move "REJECTED"  to fl-claim-status
                          when cr-paid
                               move "PAID"      to fl-claim-status
                      end-evaluate
              end-read
           else
              move spaces to fl-claim-status
           end-if
      *
           write qa-report-record from failure-line.
      *
      *********************************************************************
      *
      * S O R T   T H E   I N S T A L L E R S
      *
      *********************************************************************
      *
       3000-sort-installers.
           if installer-count is less than 2
              go to 3000-exit
           end-if
           move installer-count to sort-top
      *
           set sort-swapped to true
           perform 3100-one-sort-pass thru 3100-exit
                   until not sort-swapped.
      *
       3000-exit.
           exit.
      *
       3100-one-sort-pass.
           move "N" to sort-pass-switch
           move 1 to sort-sub
           perform 3110-compare-adjacent thru 3110-exit
                   until sort-sub is not less than sort-top.
      *
       3100-exit.
           exit.
      *
       3110-compare-adjacent.
           compute sort-sub-next = sort-sub + 1
           if it-operator-id (sort-sub) is greater than
              it-operator-id (sort-sub-next)
              move installer-entry (sort-sub)  to sort-hold-entry
              move installer-entry (sort-sub-next)
                   to installer-entry (sort-sub)
              move sort-hold-entry to installer-entry (sort-sub-next)
              set sort-swapped to true
           end-if
           add 1 to sort-sub.
      *
       3110-exit.
           exit.
      *
      *********************************************************************
      *
      * P A S S / F A I L   B Y   O P E R A T O R   A N D   M E A S U R E
      *
      *********************************************************************
      *
       4000-rate-by-installer.
           move "PASS/FAIL BY INSTALLING OPERATOR" to st-title
           write qa-report-record from blank-line
           write qa-report-record from section-title-line
           move "INSTALLER" to rh-group-label
           write qa-report-record from rate-header-line
      *
           if installer-count is equal to zero
              write qa-report-record from none-line
           else
              perform 4100-rate-one-installer
                      varying it-idx from 1 by 1
                      until it-idx is greater than installer-count
           end-if.
      *
       4100-rate-one-installer.
           move it-passed (it-idx) to rate-passed
           move it-failed (it-idx) to rate-failed
           move spaces to rate-line
           move it-operator-id (it-idx) to rl-group
           perform 6000-write-rate-line.
      *
       5000-rate-by-measure.
           move "PASS/FAIL BY MEASURE CODE" to st-title
           write qa-report-record from blank-line
           write qa-report-record from section-title-line
           move "MEASURE" to rh-group-label
           write qa-report-record from rate-header-line
      *
           if inspections-in-range is equal to zero
              write qa-report-record from none-line
           else
              perform 5100-rate-one-measure
                      varying measure-sub from 1 by 1
                      until measure-sub is greater than 100
           end-if.
      *
       5100-rate-one-measure.
           if mr-passed (measure-sub) is equal to zero
              and mr-failed (measure-sub) is equal to zero
              continue
           else
              move mr-passed (measure-sub) to rate-passed
              move mr-failed (measure-sub) to rate-failed
              move spaces to rate-line
              compute measure-code-out = measure-sub - 1
              move measure-code-out to rl-group
              perform 6000-write-rate-line
           end-if.
      *
       6000-write-rate-line.
           compute rate-inspected = rate-passed + rate-failed
           compute rate-pass-pct rounded =
                   rate-passed * 100 / rate-inspected
           move rate-inspected to rl-inspected
           move rate-passed    to rl-passed
           move rate-failed    to rl-failed
           move rate-pass-pct  to rl-pass-pct
           write qa-report-record from rate-line.
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       7000-write-summary.
           write qa-report-record from blank-line
      *
           move "Inspection records read  :" to sc-label
           move inspections-read to sc-count
           write qa-report-record from summary-count-line
      *
           move "Still awaiting findings  :" to sc-label
           move inspections-awaiting to sc-count
           write qa-report-record from summary-count-line
      *
           move "Inspected in range       :" to sc-label
           move inspections-in-range to sc-count
           write qa-report-record from summary-count-line
      *
           move "Passed                   :" to sc-label
           move inspections-passed to sc-count
           write qa-report-record from summary-count-line
      *
           move "Failed                   :" to sc-label
           move inspections-failed to sc-count
           write qa-report-record from summary-count-line.
