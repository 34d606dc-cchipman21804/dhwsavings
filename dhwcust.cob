      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Customer Extract
      * Sync
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Keeps the household master (hshldmst.cpy) current from the
      * utility's periodic customer extract (custext.cpy), matched
      * on the seven-digit account number:
      *   - an active account not on the master is added, with the
      *     utility's name, address and phone and the water heater
      *     details left for the field to collect;
      *   - an active account on the master takes the utility's
      *     name, address, city, state, ZIP and phone where they
      *     differ (a field sent blank is left alone).  The water
      *     heater make, model, serial and install year are ours,
      *     collected in the field, and are never touched;
      *   - a closed account is flagged closed with the utility's
      *     date, never deleted, so its history and claims stay
      *     answerable; one the utility reports active again is
      *     reopened.
      * Every add and change goes on the change journal (see
      * chgjrnl.cpy) under the BATCH operator, the way the
      * maintenance screens post theirs.
      *
      * The exceptions listing (CUSTEXCP) shows:
      *   1  every field changed, before and after;
      *   2  every closed account still holding a booked appointment
      *      on the appointment file (schedule.cpy), for the booking
      *      office to cancel;
      *   3  every extract record too malformed to apply, with the
      *      reason -- it is skipped and can be sent back.
      * The extract is read once per section.
      *
      ************************************************************
      *
       identification division.
       program-id.    dhwcust.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select customer-extract-file assign to "CUSTEXT"
                  organization is line sequential
                  file status is custext-status.
      *
           select household-mast-file assign to "HSHLDMST"
                  organization is indexed
                  access mode is dynamic
                  record key is hm-account-no
                  file status is hshldmst-status.
      *
           select appointment-file assign to "SCHEDULE"
                  organization is indexed
                  access mode is dynamic
                  record key is ap-appt-key
                  file status is schedule-status.
      *
           select exception-list-file assign to "CUSTEXCP"
                  organization is line sequential
                  file status is custexcp-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "custext.cpy".
       copy "hshldmst.cpy".
       copy "schedule.cpy".
      *
       fd  exception-list-file
           label records are standard.
       01  exception-list-record           pic x(132).
      *
       working-storage section.
      *
       01 custext-status                   pic xx.
          88 custext-ok                         value "00".
      *
       01 hshldmst-status                  pic xx.
          88 hshldmst-ok                        value "00".
      *
       01 schedule-status                  pic xx.
          88 schedule-ok                        value "00".
      *
       01 custexcp-status                  pic xx.
      *
       01 schedule-avail-switch            pic x     value "N".
          88 schedule-available                 value "Y".
      *
       01 extract-eof-switch               pic x     value "N".
          88 no-more-extract                    value "Y".
      *
       01 appt-scan-switch                 pic x     value "N".
          88 appt-scan-done                     value "Y".
      *
       01 master-found-switch              pic x     value "N".
          88 account-on-master                  value "Y".
      *
       01 master-changed-switch            pic x     value "N".
          88 master-changed                     value "Y".
      *
       01 reopened-switch                  pic x     value "N".
          88 account-reopened                   value "Y".
      *
       01 closed-listed-switch             pic x     value "N".
          88 closed-account-listed              value "Y".
      *
       01 malformed-reason                 pic x(35).
      *
       01 extract-record-no                pic 9(7).
      *
       01 sync-run-date                    pic 9(8).
      *
       01 closing-date                     pic 9(8).
      *
      * One field's before and after, for the change line
      *
       01 field-change.
          02 fc-field-name                 pic x(14).
          02 fc-before                     pic x(25).
          02 fc-after                      pic x(25).
      *
       01 sync-counters.
          02 extract-records-read          pic 9(7)  value zero.
          02 records-malformed             pic 9(7)  value zero.
          02 accounts-added                pic 9(7)  value zero.
          02 accounts-updated              pic 9(7)  value zero.
          02 fields-changed                pic 9(7)  value zero.
          02 accounts-closed               pic 9(7)  value zero.
          02 accounts-reopened             pic 9(7)  value zero.
          02 closed-not-on-master          pic 9(7)  value zero.
          02 closed-with-appointments      pic 9(7)  value zero.
          02 change-lines-listed           pic 9(7)  value zero.
      *
       01 journal-parameters.
          copy "jrnlparm.cpy".
      *
       01 report-title-line.
          02 filler                        pic x(39)  value
             "CUSTOMER EXTRACT SYNC EXCEPTIONS, RUN ".
          02 rt-run-date                   pic 9(8).
          02 filler                        pic x(85)  value spaces.
      *
       01 section-title-line.
          02 st-title                      pic x(60).
          02 filler                        pic x(72)  value spaces.
      *
       01 change-header-line.
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(16) value "FIELD".
          02 filler                        pic x(27) value "BEFORE".
          02 filler                        pic x(25) value "AFTER".
          02 filler                        pic x(55) value spaces.
      *
       01 change-line.
          02 cl-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 cl-field-name                 pic x(14).
          02 filler                        pic xx    value spaces.
          02 cl-before                     pic x(25).
          02 filler                        pic xx    value spaces.
          02 cl-after                      pic x(25).
          02 filler                        pic x(55) value spaces.
      *
       01 closed-header-line.
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(27) value "NAME".
          02 filler                        pic x(10) value "CLOSED".
          02 filler                        pic x(10) value "APPT DATE".
          02 filler                        pic x(12) value "TYPE".
          02 filler                        pic x(8)  value "OPERATOR".
          02 filler                        pic x(56) value spaces.
      *
       01 closed-line.
          02 xl-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 xl-name                       pic x(25).
          02 filler                        pic xx    value spaces.
          02 xl-closed-date                pic 9(8).
          02 filler                        pic xx    value spaces.
          02 xl-appt-date                  pic 9(8).
          02 filler                        pic xx    value spaces.
          02 xl-appt-type                  pic x(10).
          02 filler                        pic xx    value spaces.
          02 xl-operator-id                pic x(8).
          02 filler                        pic x(56) value spaces.
      *
       01 malformed-header-line.
          02 filler                        pic x(9)  value "RECORD".
          02 filler                        pic x(123) value
             "REASON, EXTRACT RECORD AS RECEIVED ON THE LINE BELOW".
      *
       01 malformed-line.
          02 mf-record-no                  pic zzzzzz9.
          02 filler                        pic xx    value spaces.
          02 mf-reason                     pic x(35).
          02 filler                        pic x(88) value spaces.
      *
      * The whole extract record, so it can be sent back as printed
      *
       01 malformed-image-line.
          02 filler                        pic x(9)  value spaces.
          02 mf-image                      pic x(101).
          02 filler                        pic x(22) value spaces.
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
           accept sync-run-date from date yyyymmdd
      *
           perform 870-start-run-control
           perform 910-open-sync-files
      *
           move "FIELD CHANGES" to st-title
           write exception-list-record from blank-line
           write exception-list-record from section-title-line
           write exception-list-record from change-header-line
      *
           perform 2000-apply-one-record thru 2000-exit
                   until no-more-extract
      *
           if change-lines-listed is equal to zero
              write exception-list-record from none-line
           end-if
      *
           move "CLOSED ACCOUNTS WITH BOOKED APPOINTMENTS" to st-title
           write exception-list-record from blank-line
           write exception-list-record from section-title-line
           if schedule-available
              write exception-list-record from closed-header-line
              perform 920-rewind-extract
              perform 3000-check-one-closed thru 3000-exit
                      until no-more-extract
              if closed-with-appointments is equal to zero
                 write exception-list-record from none-line
              end-if
           else
              move "NO APPOINTMENT FILE -- BOOKINGS NOT CHECKED"
                   to nl-text
              write exception-list-record from notice-line
           end-if
      *
           move "MALFORMED EXTRACT RECORDS" to st-title
           write exception-list-record from blank-line
           write exception-list-record from section-title-line
           write exception-list-record from malformed-header-line
           perform 920-rewind-extract
           perform 4000-list-one-malformed thru 4000-exit
                   until no-more-extract
           if records-malformed is equal to zero
              write exception-list-record from none-line
           end-if
      *
           perform 940-write-summary
           perform 950-close-sync-files
           perform 880-end-run-control
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       910-open-sync-files.
           open input customer-extract-file
           if not custext-ok
              display "No customer extract on file to apply"
              move "NO CUSTOMER EXTRACT ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           open i-o household-mast-file
           if not hshldmst-ok
              open output household-mast-file
              close household-mast-file
              open i-o household-mast-file
           end-if
      *
           open input appointment-file
           if schedule-ok
              set schedule-available to true
           end-if
      *
           open output exception-list-file
           move sync-run-date to rt-run-date
           write exception-list-record from report-title-line
           move zero to extract-record-no.
      *
      * Each section reads the extract again from the top, the
      * record numbers counting the same way each time
      *
       920-rewind-extract.
           close customer-extract-file
           open input customer-extract-file
           move "N" to extract-eof-switch
           move zero to extract-record-no.
      *
       950-close-sync-files.
           close customer-extract-file
           close household-mast-file
           if schedule-available
              close appointment-file
           end-if
           close exception-list-file
      *
           display "Extract records read    : " extract-records-read
           display "Records malformed       : " records-malformed
           display "Accounts added          : " accounts-added
           display "Accounts updated        : " accounts-updated
           display "Accounts closed         : " accounts-closed.
      *
      *********************************************************************
      *
      * R E A D   A N D   E D I T   O N E   E X T R A C T   R E C O R D
      *
      *********************************************************************
      *
       1000-read-extract.
           read customer-extract-file
                at end set no-more-extract to true
                not at end add 1 to extract-record-no
           end-read.
      *
      * Sets malformed-reason to the first thing wrong with the
      * record, spaces when it can be applied.  A blank ZIP or
      * status date is "not known", not malformed
      *
       1100-edit-extract-record.
           move spaces to malformed-reason
      *
           if ce-account-no is not numeric
              move "ACCOUNT NUMBER NOT NUMERIC" to malformed-reason
              go to 1100-exit
           end-if
           if ce-account-no is equal to zero
              move "ACCOUNT NUMBER ZERO" to malformed-reason
              go to 1100-exit
           end-if
           if ce-district-cycle is equal to spaces
              move "DISTRICT/CYCLE MISSING" to malformed-reason
              go to 1100-exit
           end-if
           if not ce-active and not ce-closed
              move "STATUS CODE NOT A OR C" to malformed-reason
              go to 1100-exit
           end-if
           if ce-status-date-x is not equal to spaces
              and ce-status-date is not numeric
              move "STATUS DATE NOT NUMERIC" to malformed-reason
              go to 1100-exit
           end-if
           if ce-zip-code-x is not equal to spaces
              and ce-zip-code is not numeric
              move "ZIP CODE NOT NUMERIC" to malformed-reason
              go to 1100-exit
           end-if
           if ce-active and ce-name is equal to spaces
              move "ACTIVE ACCOUNT WITH NO NAME" to malformed-reason
           end-if.
      *
       1100-exit.
           exit.
      *
      *********************************************************************
      *
      * A P P L Y   O N E   R E C O R D   T O   T H E   M A S T E R
      *
      *********************************************************************
      *
       2000-apply-one-record.
           perform 1000-read-extract
           if no-more-extract
              go to 2000-exit
           end-if
      *
           add 1 to extract-records-read
           perform 1100-edit-extract-record thru 1100-exit
           if malformed-reason is not equal to spaces
              add 1 to records-malformed
              go to 2000-exit
           end-if
      *
           move "N" to master-found-switch
           move ce-account-no to hm-account-no
           read household-mast-file
                invalid key continue
                not invalid key set account-on-master to true
           end-read
      *
           if ce-closed
              perform 2100-close-account thru 2100-exit
              go to 2000-exit
           end-if
      *
           if account-on-master
              perform 2300-update-account thru 2300-exit
           else
              perform 2200-add-account
           end-if.
      *
       2000-exit.
           exit.
      *
      * A closed account the master never had is nothing to keep;
      * one already closed stays as it was first closed
      *
       2100-close-account.
           if not account-on-master
              add 1 to closed-not-on-master
              go to 2100-exit
           end-if
           if hm-account-closed
              go to 2100-exit
           end-if
      *
           move household-mast-record to jp-before-image
           perform 2110-set-closing-date
           set hm-account-closed to true
           move closing-date to hm-closed-date
           rewrite household-mast-record
                   invalid key go to 2100-exit
           end-rewrite
           add 1 to accounts-closed
      *
           move "STATUS"   to fc-field-name
           move "OPEN"     to fc-before
           move "CLOSED"   to fc-after
           perform 2900-write-change-line
      *
           set jp-deactivate to true
           perform 2950-journal-change.
      *
       2100-exit.
           exit.
      *
       2110-set-closing-date.
           move sync-run-date to closing-date
           if ce-status-date-x is not equal to spaces
              and ce-status-date is greater than zero
              move ce-status-date to closing-date
           end-if.
      *
      * The heater fields start blank for the field to collect, as
      * a new household keyed through hshmaint does
      *
       2200-add-account.
           initialize household-mast-record
           move ce-account-no to hm-account-no
           move ce-name       to hm-name
           move ce-address    to hm-address
           move ce-city       to hm-city
           move ce-state      to hm-state
           if ce-zip-code-x is not equal to spaces
              move ce-zip-code to hm-zip-code
           end-if
           move ce-phone      to hm-phone
           set hm-account-open to true
           move zero to hm-closed-date
      *
           write household-mast-record
                 invalid key continue
                 not invalid key
                    add 1 to accounts-added
                    move "NEW ACCOUNT" to fc-field-name
                    move spaces        to fc-before
                    move hm-name       to fc-after
                    perform 2900-write-change-line
                    move spaces to jp-before-image
                    set jp-add to true
                    perform 2950-journal-change
           end-write.
      *
      * Only the utility's own fields are compared; everything from
      * hm-heater-make on is left exactly as the field keyed it
      *
       2300-update-account.
           move household-mast-record to jp-before-image
           move "N" to master-changed-switch
           move "N" to reopened-switch
      *
           if ce-name is not equal to spaces
              and ce-name is not equal to hm-name
              move "NAME"    to fc-field-name
              move hm-name   to fc-before
              move ce-name   to fc-after
              move ce-name   to hm-name
              perform 2310-note-field-change
           end-if
      *
           if ce-address is not equal to spaces
              and ce-address is not equal to hm-address
              move "ADDRESS"   to fc-field-name
              move hm-address  to fc-before
              move ce-address  to fc-after
              move ce-address  to hm-address
              perform 2310-note-field-change
           end-if
      *
           if ce-city is not equal to spaces
              and ce-city is not equal to hm-city
              move "CITY"    to fc-field-name
              move hm-city   to fc-before
              move ce-city   to fc-after
              move ce-city   to hm-city
              perform 2310-note-field-change
           end-if
      *
           if ce-state is not equal to spaces
              and ce-state is not equal to hm-state
              move "STATE"   to fc-field-name
              move hm-state  to fc-before
              move ce-state  to fc-after
              move ce-state  to hm-state
              perform 2310-note-field-change
           end-if
      *
           if ce-zip-code-x is not equal to spaces
              and ce-zip-code is not equal to hm-zip-code
              move "ZIP CODE"    to fc-field-name
              move hm-zip-code   to fc-before
              move ce-zip-code   to fc-after
              move ce-zip-code   to hm-zip-code
              perform 2310-note-field-change
           end-if
      *
           if ce-phone is not equal to spaces
              and ce-phone is not equal to hm-phone
              move "PHONE"    to fc-field-name
              move hm-phone   to fc-before
              move ce-phone   to fc-after
              move ce-phone   to hm-phone
              perform 2310-note-field-change
           end-if
      *
           if hm-account-closed
              move "STATUS"   to fc-field-name
              move "CLOSED"   to fc-before
              move "OPEN"     to fc-after
              set hm-account-open to true
              move zero to hm-closed-date
              set account-reopened to true
              perform 2310-note-field-change
           end-if
      *
           if not master-changed
              go to 2300-exit
           end-if
      *
           rewrite household-mast-record
                   invalid key go to 2300-exit
           end-rewrite
           add 1 to accounts-updated
           if account-reopened
              add 1 to accounts-reopened
              set jp-activate to true
           else
              set jp-change to true
           end-if
           perform 2950-journal-change.
      *
       2300-exit.
           exit.
      *
       2310-note-field-change.
           set master-changed to true
           add 1 to fields-changed
           perform 2900-write-change-line.
      *
       2900-write-change-line.
           move spaces         to change-line
           move hm-account-no  to cl-account-no
           move fc-field-name  to cl-field-name
           move fc-before      to cl-before
           move fc-after       to cl-after
           write exception-list-record from change-line
           add 1 to change-lines-listed.
      *
       2950-journal-change.
           move household-mast-record to jp-after-image
           move "BATCH"       to jp-operator-id
           move "HSHLDMST"    to jp-file-name
           move hm-account-no to jp-record-key
           call "jrnlpost" using journal-parameters.
      *
      *********************************************************************
      *
      * C L O S E D   A C C O U N T S   S T I L L   B O O K E D
      *
      *********************************************************************
      *
      * Every well-formed closed record is checked, whether closed
      * by this run or an earlier one: a booking made before the
      * closing reached the master is still a wasted trip
      *
       3000-check-one-closed.
           perform 1000-read-extract
           if no-more-extract
              go to 3000-exit
           end-if
      *
           perform 1100-edit-extract-record thru 1100-exit
           if malformed-reason is not equal to spaces
              or not ce-closed
              go to 3000-exit
           end-if
      *
           move ce-account-no to hm-account-no
           read household-mast-file
                invalid key go to 3000-exit
           end-read
      *
           move "N" to closed-listed-switch
           move "N" to appt-scan-switch
           move ce-account-no to ap-account-no
           move zero to ap-req-date
           start appointment-file
                 key is not less than ap-appt-key
                 invalid key set appt-scan-done to true
           end-start
      *
           perform 3100-check-one-appointment thru 3100-exit
                   until appt-scan-done
      *
           if closed-account-listed
              add 1 to closed-with-appointments
           end-if.
      *
       3000-exit.
           exit.
      *
       3100-check-one-appointment.
           read appointment-file next record
                at end set appt-scan-done to true
           end-read
      *
           if appt-scan-done
              go to 3100-exit
           end-if
      *
           if ap-account-no is not equal to hm-account-no
              set appt-scan-done to true
              go to 3100-exit
           end-if
      *
           if not ap-booked
              go to 3100-exit
           end-if
      *
           set closed-account-listed to true
           move spaces          to closed-line
           move hm-account-no   to xl-account-no
           move hm-name         to xl-name
           move hm-closed-date  to xl-closed-date
           move ap-req-date     to xl-appt-date
           if ap-inspection
              move "INSPECTION" to xl-appt-type
           else
              move "SURVEY"     to xl-appt-type
           end-if
           move ap-operator-id  to xl-operator-id
           write exception-list-record from closed-line.
      *
       3100-exit.
           exit.
      *
      *********************************************************************
      *
      * M A L F O R M E D   R E C O R D S
      *
      *********************************************************************
      *
       4000-list-one-malformed.
           perform 1000-read-extract
           if no-more-extract
              go to 4000-exit
           end-if
      *
           perform 1100-edit-extract-record thru 1100-exit
           if malformed-reason is equal to spaces
              go to 4000-exit
           end-if
      *
           move spaces                  to malformed-line
           move extract-record-no       to mf-record-no
           move malformed-reason        to mf-reason
           write exception-list-record from malformed-line
           move customer-extract-record to mf-image
           write exception-list-record from malformed-image-line.
      *
       4000-exit.
           exit.
      *
      *********************************************************************
      *
      * E X C E P T I O N   L I S T I N G   S U M M A R Y
      *
      *********************************************************************
      *
       940-write-summary.
           write exception-list-record from blank-line
      *
           move "Extract records read     :" to sc-label
           move extract-records-read to sc-count
           write exception-list-record from summary-count-line
      *
           move "Records malformed        :" to sc-label
           move records-malformed to sc-count
           write exception-list-record from summary-count-line
      *
           move "Accounts added           :" to sc-label
           move accounts-added to sc-count
           write exception-list-record from summary-count-line
      *
           move "Accounts updated         :" to sc-label
           move accounts-updated to sc-count
           write exception-list-record from summary-count-line
      *
           move "Fields changed           :" to sc-label
           move fields-changed to sc-count
           write exception-list-record from summary-count-line
      *
           move "Accounts reopened        :" to sc-label
           move accounts-reopened to sc-count
           write exception-list-record from summary-count-line
      *
           move "Accounts closed          :" to sc-label
           move accounts-closed to sc-count
           write exception-list-record from summary-count-line
      *
           move "Closed, not on master    :" to sc-label
           move closed-not-on-master to sc-count
           write exception-list-record from summary-count-line
      *
           move "Closed, still booked     :" to sc-label
           move closed-with-appointments to sc-count
           write exception-list-record from summary-count-line.
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
           move "DHWCUST" to rn-job-name
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
