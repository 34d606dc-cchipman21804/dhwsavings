      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - QA Inspection
      * Sampling
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Draws the utility's post-install re-inspection sample for a
      * from/to range of run dates and books each drawn visit onto
      * the visit appointment file (schedule.cpy) as an inspection
      * appointment, replacing the pick-by-eye off the hardcopy.
      *
      * The history master does not carry the operator, so the
      * visits are found through the session audit trail
      * (auditlog.cpy): every ANALYSIS record in range whose
      * account/run-date/run-time is on the history master
      * (hdwhist.cpy) is a saved visit by that operator -- the same
      * match auditrpt makes.  A dhwbatch visit is logged under
      * BATCH and is put down to the installer carried on the audit
      * record (al-installer-id), so it is sampled with, and never
      * inspected by, the operator who did the install; one logged
      * with no installer stays under BATCH.  The audit records are
      * sorted into operator order and each operator's visits are
      * drawn in turn:
      *   - the sample percentage keyed at the prompt is taken
      *     evenly through each operator's visits (every visit adds
      *     the percentage to a running figure and is drawn each
      *     time it passes a hundred), so an operator with twenty
      *     visits at ten percent gives up two, spread out;
      *   - every visit whose payback is shorter than the payback
      *     limit, or whose annual cost saved is larger than the
      *     saving limit, is drawn whatever the percentage says --
      *     the installs the utility most wants to see.
      * A visit already on the inspection file (inspect.cpy) from an
      * earlier run is not drawn again.
      *
      * Each drawn visit is booked for the keyed inspection date,
      * assigned round-robin to an active surveyor or supervisor on
      * the operator master other than the operator who did the
      * install.  A visit that cannot be booked (no other operator,
      * or the account already has an appointment that day) still
      * goes on the inspection file and prints NOT BOOKED so the
      * office can book it through schmaint.  The draw is listed on
      * QASAMPLE with a count per operator.
      *
      ************************************************************
      *
       identification division.
       program-id.    dhwqasmp.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to "AUDITLOG"
                  organization is line sequential
                  file status is auditlog-status.
      *
           select household-hist-file assign to "HDWHIST"
                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select inspection-file assign to "INSPECT"
                  organization is indexed
                  access mode is dynamic
                  record key is iq-visit-key
                  file status is inspect-status.
      *
           select appointment-file assign to "SCHEDULE"
                  organization is indexed
                  access mode is dynamic
                  record key is ap-appt-key
                  file status is schedule-status.
      *
           select operator-master-file assign to "OPERMAST"
                  organization is indexed
                  access mode is dynamic
                  record key is om-operator-id
                  file status is opermast-status.
      *
           select sort-work-file assign to "SORTWK".
      *
           select sample-report-file assign to "QASAMPLE"
                  organization is line sequential
                  file status is qasample-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "auditlog.cpy".
       copy "hdwhist.cpy".
       copy "inspect.cpy".
       copy "schedule.cpy".
       copy "opermast.cpy".
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  sw-operator-id              pic x(8).
           05  sw-visit-key.
               10  sw-account-no           pic 9(7).
               10  sw-run-date             pic 9(8).
               10  sw-run-time             pic 9(6).
      *
       fd  sample-report-file
           label records are standard.
       01  sample-report-record            pic x(132).
      *
       working-storage section.
      *
       01 auditlog-status                  pic xx.
          88 auditlog-ok                        value "00".
      *
       01 household-status                 pic xx.
          88 household-ok                       value "00".
      *
       01 inspect-status                   pic xx.
          88 inspect-ok                         value "00".
      *
       01 schedule-status                  pic xx.
          88 schedule-ok                        value "00".
      *
       01 opermast-status                  pic xx.
          88 opermast-ok                        value "00".
      *
       01 qasample-status                  pic xx.
      *
       01 opermast-avail-switch            pic x     value "N".
          88 opermast-available                 value "Y".
      *
       01 audit-eof-switch                 pic x     value "N".
          88 no-more-audit-records              value "Y".
      *
       01 sort-eof-switch                  pic x     value "N".
          88 no-more-sorted-records             value "Y".
      *
       01 operator-eof-switch              pic x     value "N".
          88 no-more-operators                  value "Y".
      *
      * Draw rules keyed at the prompts
      *
       01 sample-rules.
          02 from-date                     pic 9(8).
          02 to-date                       pic 9(8).
          02 sample-percent                pic 999.
          02 payback-limit-months          pic 9(4)v99.
          02 saving-limit-dollars          pic 9(5)v99.
          02 inspection-date               pic 9(8).
      *
       01 sample-run-date                  pic 9(8).
      *
      * Operator control break and the even-spread running figure
      *
       01 current-operator                 pic x(8)  value spaces.
       01 operator-switch                  pic x     value "N".
          88 operator-open                      value "Y".
       01 spread-figure                    pic 9(5).
       01 operator-visits                  pic 9(7).
       01 operator-drawn                   pic 9(7).
      *
       01 previous-visit-key               pic x(21) value spaces.
      *
       01 draw-reason                      pic x.
          88 not-drawn                          value space.
          88 drawn-routine                      value "R".
          88 drawn-short-payback                value "P".
          88 drawn-large-saving                 value "C".
      *
       01 booking-problem                  pic x(40).
      *
      * Operators who may inspect, loaded off the operator master,
      * taken in turn so the inspections are shared out
      *
       01 inspector-table.
          02 inspector-count               pic 9(3)  value zero.
          02 inspector-entry occurs 100 times
                             indexed by in-idx.
             05 in-operator-id             pic x(8).
      *
       01 next-inspector                   pic 9(3)  value zero.
       01 inspectors-tried                 pic 9(3).
       01 chosen-inspector                 pic x(8).
      *
       01 sample-counters.
          02 audit-records-read            pic 9(7)  value zero.
          02 analyses-in-range             pic 9(7)  value zero.
          02 visits-considered             pic 9(7)  value zero.
          02 visits-never-saved            pic 9(7)  value zero.
          02 visits-already-drawn          pic 9(7)  value zero.
          02 visits-drawn                  pic 9(7)  value zero.
          02 inspections-booked            pic 9(7)  value zero.
          02 inspections-not-booked        pic 9(7)  value zero.
      *
       01 report-title-line.
          02 filler                        pic x(27)  value
             "QA INSPECTION SAMPLE, RUNS ".
          02 rt-from-date                  pic 9(8).
          02 filler                        pic x(4)   value " TO ".
          02 rt-to-date                    pic 9(8).
          02 filler                        pic x(85)  value spaces.
      *
       01 rules-line.
          02 filler                        pic x(8)  value "SAMPLE ".
          02 rl-percent                    pic zz9.
          02 filler                        pic x(20) value
             "%   PAYBACK UNDER   ".
          02 rl-payback                    pic z,zz9.99.
          02 filler                        pic x(24) value
             " MONTHS   SAVING OVER  $".
          02 rl-saving                     pic zz,zz9.99.
          02 filler                        pic x(21) value
             "   INSPECTION DATE   ".
          02 rl-inspection-date            pic 9(8).
          02 filler                        pic x(31) value spaces.
      *
       01 column-header-line.
          02 filler                        pic x(10) value "INSTALLER".
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(10) value "RUN DATE".
          02 filler                        pic x(8)  value "TIME".
          02 filler                        pic x(5)  value "MEAS".
          02 filler                        pic x(10) value "  PAYBACK".
          02 filler                        pic x(11) value " ANN SAVED".
          02 filler                        pic x(2)  value spaces.
          02 filler                        pic x(15) value "DRAWN FOR".
          02 filler                        pic x(10) value "INSPECTOR".
          02 filler                        pic x(42) value "BOOKED".
      *
       01 drawn-line.
          02 dl-installer-id               pic x(8).
          02 filler                        pic xx    value spaces.
          02 dl-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 dl-run-date                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 dl-run-time                   pic 9(6).
          02 filler                        pic xx    value spaces.
          02 dl-measure-code               pic 99.
          02 filler                        pic xxx   value spaces.
          02 dl-payback                    pic -z,zz9.99.
          02 filler                        pic x     value space.
          02 dl-ann-saved                  pic -zz,zz9.99.
          02 filler                        pic xxx   value spaces.
          02 dl-reason                     pic x(13).
          02 filler                        pic xx    value spaces.
          02 dl-inspector-id               pic x(8).
          02 filler                        pic xx    value spaces.
          02 dl-booking                    pic x(42).
      *
       01 operator-total-line.
          02 filler                        pic x(4)  value spaces.
          02 ot-operator-id                pic x(8).
          02 filler                        pic x(17) value
             "  VISITS SAVED : ".
          02 ot-visits                     pic zzzzzz9.
          02 filler                        pic x(10) value
             "  DRAWN : ".
          02 ot-drawn                      pic zzzzzz9.
          02 filler                        pic x(79) value spaces.
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
       main-para.
      * The draw books appointments for other operators: only a
      * supervisor may run it (see signparm.cpy)
           initialize signon-parameters
           set so-supervisor-only to true
           call "signon" using signon-parameters
           if so-signon-failed
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
           accept sample-run-date from date yyyymmdd
      *
           display "Draw visits from run date (YYYYMMDD): "
           accept from-date
           display "Draw visits to   run date (YYYYMMDD): "
           accept to-date
           display "Percentage of each operator's visits to draw: "
           accept sample-percent
           if sample-percent is greater than 100
              move 100 to sample-percent
           end-if
           display "Always draw payback shorter than (months, "
                   "0 for none): "
           move zero to payback-limit-months
           accept payback-limit-months
           display "Always draw annual saving over (dollars, "
                   "0 for none): "
           move zero to saving-limit-dollars
           accept saving-limit-dollars
           display "Book inspections for date (YYYYMMDD): "
           accept inspection-date
      *
           perform 870-start-run-control
           perform 1000-open-sample-files
           perform 1100-load-inspectors thru 1100-exit
                   until no-more-operators
      *
           sort sort-work-file
                ascending key sw-operator-id sw-account-no
                              sw-run-date sw-run-time
                input procedure is 2000-release-analyses
                                   thru 2000-done
                output procedure is 3000-draw-sorted
                                    thru 3000-done
      *
           perform 8000-write-summary
           perform 1900-close-sample-files
           perform 880-end-run-control
      *
           display "Visits considered     : " visits-considered
           display "Visits drawn          : " visits-drawn
           display "Inspections booked    : " inspections-booked
           display "Inspections not booked: " inspections-not-booked
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       1000-open-sample-files.
           open input audit-log-file
           if not auditlog-ok
              display "No audit log on file to draw from"
              move "NO AUDIT LOG ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           open input household-hist-file
           if not household-ok
              display "No history master on file to draw from"
              move "NO HOUSEHOLD HISTORY ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           open i-o inspection-file
           if not inspect-ok
              open output inspection-file
              close inspection-file
              open i-o inspection-file
           end-if
      *
           open i-o appointment-file
           if not schedule-ok
              open output appointment-file
              close appointment-file
              open i-o appointment-file
           end-if
      *
           open output sample-report-file
           move from-date to rt-from-date
           move to-date   to rt-to-date
           write sample-report-record from report-title-line
           move sample-percent       to rl-percent
           move payback-limit-months to rl-payback
           move saving-limit-dollars to rl-saving
           move inspection-date      to rl-inspection-date
           write sample-report-record from rules-line
      *
           open input operator-master-file
           if opermast-ok
              set opermast-available to true
              move low-values to om-operator-id
              start operator-master-file
                    key is not less than om-operator-id
                    invalid key set no-more-operators to true
              end-start
           else
              set no-more-operators to true
              move "NO OPERATOR MASTER -- NO INSPECTIONS BOOKED"
                   to nl-text
              write sample-report-record from notice-line
           end-if
      *
           write sample-report-record from blank-line
           write sample-report-record from column-header-line.
      *
       1900-close-sample-files.
           close audit-log-file
           close household-hist-file
           close inspection-file
           close appointment-file
           if opermast-available
              close operator-master-file
           end-if
           close sample-report-file.
      *
      * Active surveyors and supervisors inspect; billing staff
      * do not go out on the vans
      *
       1100-load-inspectors.
           read operator-master-file next record
                at end set no-more-operators to true
           end-read
      *
           if no-more-operators
              go to 1100-exit
           end-if
      *
           if om-inactive or om-billing
              go to 1100-exit
           end-if
      *
           if inspector-count is not less than 100
              display "More than 100 inspectors -- rest not used"
              set no-more-operators to true
              go to 1100-exit
           end-if
      *
           add 1 to inspector-count
           set in-idx to inspector-count
           move om-operator-id to in-operator-id (in-idx).
      *
       1100-exit.
           exit.
      *
      *********************************************************************
      *
      * R E L E A S E   T H E   A N A L Y S I S   R U N S
      *
      *********************************************************************
      *
       2000-release-analyses.
           perform 2100-read-audit-log
           perform 2200-release-one-record thru 2200-exit
                   until no-more-audit-records.
      *
       2000-done.
           exit.
      *
       2100-read-audit-log.
           read audit-log-file
                at end set no-more-audit-records to true
           end-read.
      *
      * A record written before al-action existed carries spaces
      * there and is an analysis
      *
       2200-release-one-record.
           add 1 to audit-records-read
      *
           if al-run-date is less than from-date
              or al-run-date is greater than to-date
              go to 2200-next
           end-if
      *
           if al-action is not equal to "ANALYSIS"
              and al-action is not equal to spaces
              go to 2200-next
           end-if
      *
           add 1 to analyses-in-range
           move spaces         to sort-work-record
           move al-operator-id to sw-operator-id
           if al-operator-id is equal to "BATCH"
              and al-installer-id is not equal to spaces
              move al-installer-id to sw-operator-id
           end-if
           move al-account-no  to sw-account-no
           move al-run-date    to sw-run-date
           move al-run-time    to sw-run-time
           release sort-work-record.
      *
       2200-next.
           perform 2100-read-audit-log.
      *
       2200-exit.
           exit.
      *
      *********************************************************************
      *
      * D R A W   T H E   S O R T E D   V I S I T S
      *
      *********************************************************************
      *
       3000-draw-sorted.
           perform 3100-return-sorted
           perform 3200-draw-one-visit thru 3200-exit
                   until no-more-sorted-records
      *
           if operator-open
              perform 3900-close-operator
           end-if.
      *
       3000-done.
           exit.
      *
       3100-return-sorted.
           return sort-work-file
                  at end set no-more-sorted-records to true
           end-return.
      *
       3200-draw-one-visit.
           if sw-operator-id is not equal to current-operator
              or not operator-open
              if operator-open
                 perform 3900-close-operator
              end-if
              move sw-operator-id to current-operator
              set operator-open to true
              move 50   to spread-figure
              move zero to operator-visits
              move zero to operator-drawn
           end-if
      *
      * The same visit logged twice is drawn on once
      *
           if sw-visit-key is equal to previous-visit-key
              go to 3200-next
           end-if
           move sw-visit-key to previous-visit-key
      *
           move sw-account-no to hh-account-no
           move sw-run-date   to hh-run-date
           move sw-run-time   to hh-run-time
           read household-hist-file
                invalid key
                   add 1 to visits-never-saved
                   go to 3200-next
           end-read
      *
           add 1 to visits-considered
           add 1 to operator-visits
      *
           move space to draw-reason
           add sample-percent to spread-figure
           if spread-figure is not less than 100
              subtract 100 from spread-figure
              set drawn-routine to true
           end-if
      *
           if hh-ann-cost-saved is greater than saving-limit-dollars
              and saving-limit-dollars is greater than zero
              set drawn-large-saving to true
           end-if
      *
           if hh-payback-months is greater than zero
              and hh-payback-months is less than payback-limit-months
              set drawn-short-payback to true
           end-if
      *
           if not-drawn
              go to 3200-next
           end-if
      *
           move hh-account-no to iq-account-no
           move hh-run-date   to iq-run-date
           move hh-run-time   to iq-run-time
           read inspection-file
                invalid key continue
                not invalid key
                   add 1 to visits-already-drawn
                   go to 3200-next
           end-read
      *
           perform 4000-book-inspection thru 4000-exit.
      *
       3200-next.
           perform 3100-return-sorted.
      *
       3200-exit.
           exit.
      *
       3900-close-operator.
           move current-operator to ot-operator-id
           move operator-visits  to ot-visits
           move operator-drawn   to ot-drawn
           write sample-report-record from operator-total-line
           write sample-report-record from blank-line.
      *
      *********************************************************************
      *
      * B O O K   O N E   I N S P E C T I O N
      *
      *********************************************************************
      *
       4000-book-inspection.
           add 1 to visits-drawn
           add 1 to operator-drawn
           move spaces to booking-problem
      *
           perform 4100-choose-inspector thru 4100-exit
      *
           if chosen-inspector is equal to spaces
              move "NOT BOOKED -- NO OTHER OPERATOR TO INSPECT"
                   to booking-problem
           else
              initialize appointment-record
              move hh-account-no    to ap-account-no
              move inspection-date  to ap-req-date
              move chosen-inspector to ap-operator-id
              set ap-booked         to true
              set ap-inspection     to true
              write appointment-record
                    invalid key
                       move "NOT BOOKED -- ACCOUNT HAS APPOINTMENT"
                            to booking-problem
                       move spaces to chosen-inspector
              end-write
           end-if
      *
           initialize inspection-record
           move hh-account-no       to iq-account-no
           move hh-run-date         to iq-run-date
           move hh-run-time         to iq-run-time
           move sample-run-date     to iq-sample-date
           move draw-reason         to iq-sample-reason
           move current-operator    to iq-installer-id
           move chosen-inspector    to iq-inspector-id
           move hh-measure-code     to iq-measure-code
           move hh-new-flow-rate    to iq-saved-flow-rate
           set iq-awaiting-result   to true
           move space               to iq-found-installed
           move spaces              to iq-recorded-by
           move spaces              to iq-inspector-note
           if chosen-inspector is equal to spaces
              move zero             to iq-appt-date
              add 1 to inspections-not-booked
           else
              move inspection-date  to iq-appt-date
              add 1 to inspections-booked
           end-if
           write inspection-record
                 invalid key
                    display "Unable to add inspection for account "
                            hh-account-no
           end-write
      *
           move spaces            to drawn-line
           move current-operator  to dl-installer-id
           move hh-account-no     to dl-account-no
           move hh-run-date       to dl-run-date
           move hh-run-time       to dl-run-time
           move hh-measure-code   to dl-measure-code
           move hh-payback-months to dl-payback
           move hh-ann-cost-saved to dl-ann-saved
           evaluate true
               when drawn-short-payback
                    move "SHORT PAYBACK" to dl-reason
               when drawn-large-saving
                    move "LARGE SAVING"  to dl-reason
               when other
                    move "ROUTINE"       to dl-reason
           end-evaluate
           move chosen-inspector  to dl-inspector-id
           if booking-problem is equal to spaces
              move inspection-date to dl-booking
           else
              move booking-problem to dl-booking
           end-if
           write sample-report-record from drawn-line.
      *
       4000-exit.
           exit.
      *
      * Round-robin through the inspectors, passing over the
      * operator who did the install
      *
       4100-choose-inspector.
           move spaces to chosen-inspector
           move zero   to inspectors-tried
      *
           if inspector-count is equal to zero
              go to 4100-exit
           end-if
      *
           perform 4110-try-next-inspector
                   until chosen-inspector is not equal to spaces
                      or inspectors-tried is not less than
                         inspector-count.
      *
       4100-exit.
           exit.
      *
       4110-try-next-inspector.
           add 1 to inspectors-tried
           add 1 to next-inspector
           if next-inspector is greater than inspector-count
              move 1 to next-inspector
           end-if
           set in-idx to next-inspector
           if in-operator-id (in-idx) is not equal to current-operator
              move in-operator-id (in-idx) to chosen-inspector
           end-if.
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       8000-write-summary.
           write sample-report-record from blank-line
      *
           move "Audit records read       :" to sc-label
           move audit-records-read to sc-count
           write sample-report-record from summary-count-line
      *
           move "Analyses in range        :" to sc-label
           move analyses-in-range to sc-count
           write sample-report-record from summary-count-line
      *
           move "Analyses never saved     :" to sc-label
           move visits-never-saved to sc-count
           write sample-report-record from summary-count-line
      *
           move "Saved visits considered  :" to sc-label
           move visits-considered to sc-count
           write sample-report-record from summary-count-line
      *
           move "Already drawn earlier    :" to sc-label
           move visits-already-drawn to sc-count
           write sample-report-record from summary-count-line
      *
           move "Visits drawn             :" to sc-label
           move visits-drawn to sc-count
           write sample-report-record from summary-count-line
      *
           move "Inspections booked       :" to sc-label
           move inspections-booked to sc-count
           write sample-report-record from summary-count-line
      *
           move "Drawn but not booked     :" to sc-label
           move inspections-not-booked to sc-count
           write sample-report-record from summary-count-line.
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
           move "DHWQASMP" to rn-job-name
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
