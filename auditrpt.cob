      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Audit Log Review
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Reads the session audit trail (auditlog.cpy) back for a
      * from/to range of run dates and prints the evidence the
      * rebate auditor asks for (AUDITRPT), in three sections:
      *   1  operator activity -- ANALYSIS runs per operator per day,
      *      with a total per operator and for all operators;
      *   2  failed sign-ons -- SIGNFAIL records grouped by the
      *      operator ID tried, a new group starting whenever the
      *      same ID has been quiet for more than the window below,
      *      so a burst of guesses stands out from an occasional
      *      typing slip;
      *   3  exceptions -- every ANALYSIS record that has no visit on
      *      the history master under its account/run-date/run-time
      *      (calculated but never saved), that was keyed outside
      *      working hours, or whose account is not on the household
      *      master.  A record can appear once for each reason.
      *      A visit dated before the last history archive cutoff
      *      (dhwarch's record on the run-control file, runctl.cpy)
      *      may have been purged to the archive, so one missing
      *      from the master there is listed as archived and not
      *      checked rather than as never saved.
      * The batch run (operator BATCH) works at night by design and
      * is not flagged for its hours.  A record written before
      * al-action existed carries spaces there and is an analysis.
      *
      * The log is passed once: every record in range is released
      * to a sort under its section number, so the sections come
      * back in order, each sorted by operator, date and time.
      *
      ************************************************************
      *
       identification division.
       program-id.    auditrpt.
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
           select household-mast-file assign to "HSHLDMST"
                  organization is indexed
                  access mode is dynamic
                  record key is hm-account-no
                  file status is hshldmst-status.
      *
           select run-control-file assign to "RUNCTL"
                  organization is indexed
                  access mode is dynamic
                  record key is rc-job-name
                  file status is runctl-status.
      *
           select sort-work-file assign to "SORTWK".
      *
           select audit-report-file assign to "AUDITRPT"
                  organization is line sequential
                  file status is auditrpt-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "auditlog.cpy".
       copy "hdwhist.cpy".
       copy "runctl.cpy".
       copy "hshldmst.cpy".
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  sw-section                  pic 9.
           05  sw-operator-id              pic x(8).
           05  sw-run-date                 pic 9(8).
           05  sw-run-time                 pic 9(6).
           05  sw-account-no               pic 9(7).
           05  sw-exception-text           pic x(35).
      *
       fd  audit-report-file
           label records are standard.
       01  audit-report-record             pic x(132).
      *
       working-storage section.
      *
       01 auditlog-status                  pic xx.
          88 auditlog-ok                        value "00".
      *
       01 household-status                 pic xx.
          88 household-ok                       value "00".
      *
       01 hshldmst-status                  pic xx.
          88 hshldmst-ok                        value "00".
      *
       01 auditrpt-status                  pic xx.
      *
       01 runctl-status                    pic xx.
          88 runctl-ok                          value "00".
      *
      * Visits dated before this run date may have been purged from
      * the history master by dhwarch; zero when it has never run
      *
       01 archive-cutoff-date              pic 9(8)  value zero.
      *
       01 history-avail-switch             pic x     value "N".
          88 history-available                  value "Y".
      *
       01 master-avail-switch              pic x     value "N".
          88 master-available                   value "Y".
      *
       01 audit-eof-switch                 pic x     value "N".
          88 no-more-audit-records              value "Y".
      *
       01 sort-eof-switch                  pic x     value "N".
          88 no-more-sorted-records             value "Y".
      *
       01 report-date-range.
          02 from-date                     pic 9(8).
          02 to-date                       pic 9(8).
      *
      * Program office figures, changed here when policy changes:
      * the working day the terminals are staffed, how long an ID
      * may go quiet and still be the same run of failed sign-ons,
      * and how many failures in one run are worth a REVIEW remark
      *
       01 review-rules.
          02 work-day-start                pic 9(6)  value 070000.
          02 work-day-end                  pic 9(6)  value 190000.
          02 signfail-window-minutes       pic 9(4)  value 15.
          02 signfail-alert-count          pic 9(3)  value 3.
      *
       01 batch-operator-id                pic x(8)  value "BATCH".
      *
      * Sort sections
      *
       01 section-numbers.
          02 activity-section              pic 9     value 1.
          02 signfail-section              pic 9     value 2.
          02 exception-section             pic 9     value 3.
      *
       01 current-section                  pic 9     value zero.
       01 release-section                  pic 9.
       01 release-exception-text           pic x(35).
       01 section-record-count             pic 9(7)  value zero.
      *
       01 review-counters.
          02 audit-records-read            pic 9(7)  value zero.
          02 audit-records-in-range        pic 9(7)  value zero.
          02 analysis-records              pic 9(7)  value zero.
          02 signfail-records              pic 9(7)  value zero.
          02 exception-lines               pic 9(7)  value zero.
      *
      * Section 1 control breaks: operator, then day
      *
       01 activity-group.
          02 day-switch                    pic x     value "N".
             88 day-open                       value "Y".
             88 day-closed                     value "N".
          02 operator-switch               pic x     value "N".
             88 operator-open                  value "Y".
             88 operator-closed                value "N".
          02 ag-operator-id                pic x(8).
          02 ag-run-date                   pic 9(8).
          02 ag-day-count                  pic 9(7).
          02 ag-operator-total             pic 9(7).
      *
      * Section 2 grouping: one run of failures for one ID
      *
       01 signfail-group.
          02 fail-group-switch             pic x     value "N".
             88 fail-group-open                value "Y".
             88 fail-group-closed              value "N".
          02 sg-operator-id                pic x(8).
          02 sg-run-date                   pic 9(8).
          02 sg-first-time                 pic 9(6).
          02 sg-last-time                  pic 9(6).
          02 sg-last-minutes               pic 9(4).
          02 sg-fail-count                 pic 9(5).
      *
       01 fail-minutes                     pic 9(4).
       01 quiet-minutes                    pic s9(4).
      *
       01 time-work                        pic 9(6).
       01 time-split redefines time-work.
          02 tw-hour                       pic 99.
          02 tw-minute                     pic 99.
          02 tw-second                     pic 99.
      *
       01 report-title-line.
          02 filler                        pic x(25)  value
             "AUDIT LOG REVIEW FOR RUN ".
          02 filler                        pic x(6)   value "DATES ".
          02 rt-from-date                  pic 9(8).
          02 filler                        pic x(4)   value " TO ".
          02 rt-to-date                    pic 9(8).
          02 filler                        pic x(81)  value spaces.
      *
       01 section-title-line.
          02 st-title                      pic x(60).
          02 filler                        pic x(72)  value spaces.
      *
       01 activity-header-line.
          02 filler                        pic x(10) value "OPERATOR".
          02 filler                        pic x(10) value "RUN DATE".
          02 filler                        pic x(8)  value "ANALYSES".
          02 filler                        pic x(104) value spaces.
      *
       01 activity-line.
          02 av-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 av-run-date                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 av-count                      pic zzzzzz9.
          02 filler                        pic xx    value spaces.
          02 av-remark                     pic x(20).
          02 filler                        pic x(83) value spaces.
      *
       01 signfail-header-line.
          02 filler                        pic x(10) value "ID TRIED".
          02 filler                        pic x(10) value "RUN DATE".
          02 filler                        pic x(7)  value "FIRST".
          02 filler                        pic x(7)  value "LAST".
          02 filler                        pic x(9)  value " FAILURES".
          02 filler                        pic xx    value spaces.
          02 filler                        pic x(6)  value "REMARK".
          02 filler                        pic x(81) value spaces.
      *
       01 signfail-line.
          02 sf-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 sf-run-date                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 sf-first-hour                 pic 99.
          02 filler                        pic x     value ":".
          02 sf-first-minute               pic 99.
          02 filler                        pic xx    value spaces.
          02 sf-last-hour                  pic 99.
          02 filler                        pic x     value ":".
          02 sf-last-minute                pic 99.
          02 filler                        pic xx    value spaces.
          02 sf-fail-count                 pic zzzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 sf-remark                     pic x(30).
          02 filler                        pic x(57) value spaces.
      *
       01 exception-header-line.
          02 filler                        pic x(10) value "OPERATOR".
          02 filler                        pic x(10) value "RUN DATE".
          02 filler                        pic x(8)  value "TIME".
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(9)  value "EXCEPTION".
          02 filler                        pic x(86) value spaces.
      *
       01 exception-line.
          02 ex-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 ex-run-date                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 ex-hour                       pic 99.
          02 filler                        pic x     value ":".
          02 ex-minute                     pic 99.
          02 filler                        pic x     value ":".
          02 ex-second                     pic 99.
          02 filler                        pic xx    value spaces.
          02 ex-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 ex-exception-text             pic x(35).
          02 filler                        pic x(58) value spaces.
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
       01 signon-parameters.
          copy "signparm.cpy".
      *
      ************************************************************
      *
       procedure division.
       main-para.
      * The review names operators and failed sign-on IDs: only a
      * supervisor may run it (see signparm.cpy)
           initialize signon-parameters
           set so-supervisor-only to true
           call "signon" using signon-parameters
           if so-signon-failed
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
           display "Review audit log from run date (YYYYMMDD): "
           accept from-date
           display "Review audit log to   run date (YYYYMMDD): "
           accept to-date
      *
           perform 1000-open-review-files
      *
           sort sort-work-file
                ascending key sw-section sw-operator-id
                              sw-run-date sw-run-time
                input procedure is 2000-release-audit-log
                                   thru 2000-done
                output procedure is 3000-report-sorted
                                    thru 3000-done
      *
           perform 7000-write-summary
           perform 1900-close-review-files
      *
           display "Audit records read    : " audit-records-read
           display "Audit records in range: " audit-records-in-range
           display "Analysis runs         : " analysis-records
           display "Failed sign-ons       : " signfail-records
           display "Exception lines       : " exception-lines
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
      * The two masters only feed the exception checks; a site
      * without one of them gets the rest of the review and a
      * notice line saying which check was skipped
      *
       1000-open-review-files.
           open input audit-log-file
           if not auditlog-ok
              display "No audit log on file to review"
              stop run
           end-if
      *
           open input household-hist-file
           if household-ok
              set history-available to true
           end-if
      *
           open input household-mast-file
           if hshldmst-ok
              set master-available to true
           end-if
      *
           open input run-control-file
           if runctl-ok
              move "DHWARCH" to rc-job-name
              read run-control-file
                   invalid key continue
                   not invalid key
                      move rc-range-to to archive-cutoff-date
              end-read
              close run-control-file
           end-if
      *
           open output audit-report-file
           move from-date to rt-from-date
           move to-date   to rt-to-date
           write audit-report-record from report-title-line
      *
           if not history-available
              move "NO HISTORY MASTER -- NEVER-SAVED CHECK SKIPPED"
                   to nl-text
              write audit-report-record from notice-line
           end-if
           if not master-available
              move "NO HOUSEHOLD MASTER -- ACCOUNT CHECK SKIPPED"
                   to nl-text
              write audit-report-record from notice-line
           end-if.
      *
       1900-close-review-files.
           close audit-log-file
           if history-available
              close household-hist-file
           end-if
           if master-available
              close household-mast-file
           end-if
           close audit-report-file.
      *
      *********************************************************************
      *
      * R E L E A S E   T H E   A U D I T   L O G
      *
      *********************************************************************
      *
       2000-release-audit-log.
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
       2200-release-one-record.
           add 1 to audit-records-read
      *
           if al-run-date is less than from-date
              or al-run-date is greater than to-date
              go to 2200-next
           end-if
           add 1 to audit-records-in-range
      *
           evaluate al-action
               when "ANALYSIS"
               when spaces
                    add 1 to analysis-records
                    move activity-section to release-section
                    move spaces to release-exception-text
                    perform 2400-release-audit-record
                    perform 2300-check-analysis
               when "SIGNFAIL"
                    add 1 to signfail-records
                    move signfail-section to release-section
                    move spaces to release-exception-text
                    perform 2400-release-audit-record
               when other
                    continue
           end-evaluate.
      *
       2200-next.
           perform 2100-read-audit-log.
      *
       2200-exit.
           exit.
      *
      *********************************************************************
      *
      * E X C E P T I O N   C H E C K S   O N   O N E   A N A L Y S I S
      *
      *********************************************************************
      *
      * dhwsave and dhwbatch stamp the audit record and the history
      * record with the same run date and time, so a saved analysis
      * is found on the master under exactly that key
      *
       2300-check-analysis.
           move exception-section to release-section
      *
           if history-available
              move al-account-no to hh-account-no
              move al-run-date   to hh-run-date
              move al-run-time   to hh-run-time
              read household-hist-file
                   invalid key
                      if al-run-date is not less than
                         archive-cutoff-date
                         move "ANALYSIS NEVER SAVED TO HISTORY"
                              to release-exception-text
                      else
                         move "VISIT ARCHIVED -- NOT CHECKED"
                              to release-exception-text
                      end-if
                      perform 2400-release-audit-record
              end-read
           end-if
      *
           if al-operator-id is not equal to batch-operator-id
              if al-run-time is less than work-day-start
                 or al-run-time is not less than work-day-end
                 move "KEYED OUTSIDE WORKING HOURS"
                      to release-exception-text
                 perform 2400-release-audit-record
              end-if
           end-if
      *
           if master-available
              move al-account-no to hm-account-no
              read household-mast-file
                   invalid key
                      move "ACCOUNT NOT ON HOUSEHOLD MASTER"
                           to release-exception-text
                      perform 2400-release-audit-record
              end-read
           end-if.
      *
      * The sort record is built afresh for every release -- the
      * record area is not to be relied on once it has been released
      *
       2400-release-audit-record.
           move spaces                 to sort-work-record
           move release-section        to sw-section
           move al-operator-id         to sw-operator-id
           move al-run-date            to sw-run-date
           move al-run-time            to sw-run-time
           move al-account-no          to sw-account-no
           move release-exception-text to sw-exception-text
           release sort-work-record.
      *
      *********************************************************************
      *
      * R E P O R T   T H E   S O R T E D   S E C T I O N S
      *
      *********************************************************************
      *
      * Every section gets its heading whether or not it has lines;
      * an empty one prints (NONE)
      *
       3000-report-sorted.
           perform 3100-return-sorted
           perform 3200-report-one-record
                   until no-more-sorted-records
      *
           perform 3500-advance-section
                   until current-section is equal to exception-section
           perform 3300-end-current-section.
      *
       3000-done.
           exit.
      *
       3100-return-sorted.
           return sort-work-file
                  at end set no-more-sorted-records to true
           end-return.
      *
       3200-report-one-record.
           perform 3500-advance-section
                   until current-section is equal to sw-section
      *
           add 1 to section-record-count
           evaluate sw-section
               when activity-section
                    perform 4000-count-activity
               when signfail-section
                    perform 5000-group-signfail
               when other
                    perform 6000-list-exception
           end-evaluate
      *
           perform 3100-return-sorted.
      *
      * Close off the section just finished -- the last open group
      * in it is still to be printed
      *
       3300-end-current-section.
           evaluate current-section
               when activity-section
                    if day-open
                       perform 4100-write-day-line
                    end-if
                    if operator-open
                       perform 4200-write-operator-total
                    end-if
                    if section-record-count is greater than zero
                       move spaces                to activity-line
                       move "ALL"                 to av-operator-id
                       move analysis-records      to av-count
                       move "ALL OPERATORS"       to av-remark
                       write audit-report-record from activity-line
                    end-if
               when signfail-section
                    if fail-group-open
                       perform 5100-write-fail-group
                    end-if
               when other
                    continue
           end-evaluate
      *
           if current-section is greater than zero
              and section-record-count is equal to zero
              write audit-report-record from none-line
           end-if.
      *
       3400-write-section-heading.
           write audit-report-record from blank-line
           evaluate current-section
               when activity-section
                    move "SECTION 1 -- ANALYSIS RUNS BY OPERATOR/DAY"
                         to st-title
                    write audit-report-record from section-title-line
                    write audit-report-record from activity-header-line
               when signfail-section
                    move "SECTION 2 -- FAILED SIGN-ONS BY ID AND TIME"
                         to st-title
                    write audit-report-record from section-title-line
                    write audit-report-record from signfail-header-line
               when other
                    move "SECTION 3 -- ANALYSIS EXCEPTIONS"
                         to st-title
                    write audit-report-record from section-title-line
                    write audit-report-record
                          from exception-header-line
           end-evaluate.
      *
       3500-advance-section.
           perform 3300-end-current-section
           add 1 to current-section
           move zero to section-record-count
           perform 3400-write-section-heading.
      *
      *********************************************************************
      *
      * S E C T I O N   1 :   A N A L Y S I S   R U N S
      *
      *********************************************************************
      *
       4000-count-activity.
           if day-open
              if sw-operator-id is not equal to ag-operator-id
                 or sw-run-date is not equal to ag-run-date
                 perform 4100-write-day-line
              end-if
           end-if
      *
           if operator-open
              and sw-operator-id is not equal to ag-operator-id
              perform 4200-write-operator-total
           end-if
      *
           if operator-closed
              set operator-open to true
              move sw-operator-id to ag-operator-id
              move zero to ag-operator-total
           end-if
      *
           if day-closed
              set day-open to true
              move sw-run-date to ag-run-date
              move zero to ag-day-count
           end-if
      *
           add 1 to ag-day-count.
      *
       4100-write-day-line.
           move spaces         to activity-line
           move ag-operator-id to av-operator-id
           move ag-run-date    to av-run-date
           move ag-day-count   to av-count
           write audit-report-record from activity-line
           add ag-day-count to ag-operator-total
           set day-closed to true.
      *
       4200-write-operator-total.
           move spaces            to activity-line
           move ag-operator-id    to av-operator-id
           move ag-operator-total to av-count
           move "OPERATOR TOTAL"  to av-remark
           write audit-report-record from activity-line
           write audit-report-record from blank-line
           set operator-closed to true.
      *
      *********************************************************************
      *
      * S E C T I O N   2 :   F A I L E D   S I G N - O N S
      *
      *********************************************************************
      *
      * A failure more than the window after the ID's last one (or
      * on another day) starts a new run of failures
      *
       5000-group-signfail.
           move sw-run-time to time-work
           compute fail-minutes = tw-hour * 60 + tw-minute
      *
           if fail-group-open
              compute quiet-minutes = fail-minutes - sg-last-minutes
              if sw-operator-id is not equal to sg-operator-id
                 or sw-run-date is not equal to sg-run-date
                 or quiet-minutes is greater than
                    signfail-window-minutes
                 perform 5100-write-fail-group
              end-if
           end-if
      *
           if fail-group-closed
              set fail-group-open to true
              move sw-operator-id to sg-operator-id
              move sw-run-date    to sg-run-date
              move sw-run-time    to sg-first-time
              move zero           to sg-fail-count
           end-if
      *
           add 1 to sg-fail-count
           move sw-run-time  to sg-last-time
           move fail-minutes to sg-last-minutes.
      *
       5100-write-fail-group.
           move spaces         to sf-remark
           move sg-operator-id to sf-operator-id
           move sg-run-date    to sf-run-date
           move sg-first-time  to time-work
           move tw-hour        to sf-first-hour
           move tw-minute      to sf-first-minute
           move sg-last-time   to time-work
           move tw-hour        to sf-last-hour
           move tw-minute      to sf-last-minute
           move sg-fail-count  to sf-fail-count
           if sg-fail-count is not less than signfail-alert-count
              move "REPEATED FAILURES -- REVIEW" to sf-remark
           end-if
           write audit-report-record from signfail-line
           set fail-group-closed to true.
      *
      *********************************************************************
      *
      * S E C T I O N   3 :   E X C E P T I O N S
      *
      *********************************************************************
      *
       6000-list-exception.
           add 1 to exception-lines
           move spaces            to ex-exception-text
           move sw-operator-id    to ex-operator-id
           move sw-run-date       to ex-run-date
           move sw-run-time       to time-work
           move tw-hour           to ex-hour
           move tw-minute         to ex-minute
           move tw-second         to ex-second
           move sw-account-no     to ex-account-no
           move sw-exception-text to ex-exception-text
           write audit-report-record from exception-line.
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       7000-write-summary.
           write audit-report-record from blank-line
      *
           move "Audit records read       :" to sc-label
           move audit-records-read to sc-count
           write audit-report-record from summary-count-line
      *
           move "Audit records in range   :" to sc-label
           move audit-records-in-range to sc-count
           write audit-report-record from summary-count-line
      *
           move "Analysis runs            :" to sc-label
           move analysis-records to sc-count
           write audit-report-record from summary-count-line
      *
           move "Failed sign-ons          :" to sc-label
           move signfail-records to sc-count
           write audit-report-record from summary-count-line
      *
           move "Exception lines          :" to sc-label
           move exception-lines to sc-count
           write audit-report-record from summary-count-line.
