      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Change Journal
      * Listing
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Lists the reference-file change journal (chgjrnl.cpy) that
      * the maintenance screens post through jrnlpost, so the
      * utility's auditor can be shown who changed a fuel price, an
      * install cost, a season's approved dollars or an operator's
      * role, when, and what the record held before and after.  Any
      * combination of file, record key, operator and journal date
      * range may be keyed; a blank (or zero date) selects all.
      * Each entry prints its stamp line and the before and after
      * record images, written to JRNLRPT.
      *
      ************************************************************
      *
       identification division.
       program-id.    jrnlrept.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select change-journal-file assign to "CHGJRNL"
                  organization is line sequential
                  file status is chgjrnl-status.
      *
           select journal-report-file assign to "JRNLRPT"
                  organization is line sequential
                  file status is jrnlrpt-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "chgjrnl.cpy".
      *
       fd  journal-report-file
           label records are standard.
       01  journal-report-record           pic x(132).
      *
       working-storage section.
      *
       01 chgjrnl-status                   pic xx.
          88 chgjrnl-ok                         value "00".
      *
       01 jrnlrpt-status                   pic xx.
      *
       01 journal-eof-switch               pic x     value "N".
          88 no-more-journal                    value "Y".
      *
      * Selection keyed at the prompts; blank or zero selects all
      *
       01 journal-selection.
          02 select-file-name              pic x(8).
          02 select-record-key             pic x(10).
          02 select-operator-id            pic x(8).
          02 from-date                     pic 9(8).
          02 to-date                       pic 9(8).
      *
       01 journal-counters.
          02 journal-records-read          pic 9(7)  value zero.
          02 journal-records-listed        pic 9(7)  value zero.
      *
      * A record image is printed a hundred bytes to the line;
      * a segment that is all spaces is not printed
      *
       01 image-work                       pic x(200).
       01 image-segments redefines image-work.
          02 image-segment occurs 2 times  pic x(100).
      *
       01 segment-sub                      pic 9.
      *
       01 image-label                      pic x(8).
      *
      * Journal date/time formatted for the eye
      *
       01 journal-date-work                pic 9(8).
       01 journal-date-split redefines journal-date-work.
          02 jdw-year                      pic 9(4).
          02 jdw-month                     pic 99.
          02 jdw-day                       pic 99.
      *
       01 journal-time-work                pic 9(6).
       01 journal-time-split redefines journal-time-work.
          02 jtw-hour                      pic 99.
          02 jtw-minute                    pic 99.
          02 jtw-second                    pic 99.
      *
       01 report-title-line.
          02 filler                        pic x(29)  value
             "REFERENCE FILE CHANGE JOURNAL".
          02 filler                        pic x(103) value spaces.
      *
       01 selection-line.
          02 filler                        pic x(6)  value "FILE: ".
          02 sl-file-name                  pic x(8).
          02 filler                        pic x(7)  value "  KEY: ".
          02 sl-record-key                 pic x(10).
          02 filler                        pic x(12) value
             "  OPERATOR: ".
          02 sl-operator-id                pic x(8).
          02 filler                        pic x(9)  value
             "  DATES: ".
          02 sl-from-date                  pic 9(8).
          02 filler                        pic x(3)  value " - ".
          02 sl-to-date                    pic 9(8).
          02 filler                        pic x(53) value spaces.
      *
       01 column-header-line.
          02 filler                        pic x(20) value
             "DATE       TIME     ".
          02 filler                        pic x(10) value "OPERATOR  ".
          02 filler                        pic x(10) value "FILE      ".
          02 filler                        pic x(12) value
             "KEY         ".
          02 filler                        pic x(10) value "ACTION".
          02 filler                        pic x(70) value spaces.
      *
       01 entry-line.
          02 el-year                       pic 9(4).
          02 filler                        pic x     value "/".
          02 el-month                      pic 99.
          02 filler                        pic x     value "/".
          02 el-day                        pic 99.
          02 filler                        pic x     value space.
          02 el-hour                       pic 99.
          02 filler                        pic x     value ":".
          02 el-minute                     pic 99.
          02 filler                        pic x     value ":".
          02 el-second                     pic 99.
          02 filler                        pic x     value space.
          02 el-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 el-file-name                  pic x(8).
          02 filler                        pic xx    value spaces.
          02 el-record-key                 pic x(10).
          02 filler                        pic xx    value spaces.
          02 el-action                     pic x(10).
          02 filler                        pic x(70) value spaces.
      *
       01 image-line.
          02 filler                        pic xx    value spaces.
          02 il-label                      pic x(8).
          02 il-image-segment              pic x(100).
          02 filler                        pic x(22) value spaces.
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
           display "File to list (FUELRATE, MEASCAT, HSHLDMST, "
                   "CWTEMPS, BUDGLEDG, OPERMAST; blank for all): "
           move spaces to select-file-name
           accept select-file-name
      *
           display "Record key to list (blank for all): "
           move spaces to select-record-key
           accept select-record-key
      *
           display "Operator ID to list (blank for all): "
           move spaces to select-operator-id
           accept select-operator-id
      *
           display "Journal from date (YYYYMMDD, 0 for all): "
           move zero to from-date
           accept from-date
           display "Journal to   date (YYYYMMDD, 0 for all): "
           move zero to to-date
           accept to-date
           if to-date is equal to zero
              move 99999999 to to-date
           end-if
      *
           perform 1000-open-journal-files
      *
           perform 2000-list-one-entry thru 2000-exit
                   until no-more-journal
      *
           perform 4000-write-summary
           close change-journal-file
           close journal-report-file
      *
           display "Journal records read  : " journal-records-read
           display "Journal records listed: " journal-records-listed
           stop run.
      *
      *********************************************************************
      *
      * O P E N
      *
      *********************************************************************
      *
       1000-open-journal-files.
           open input change-journal-file
           if not chgjrnl-ok
              display "No change journal on file"
              stop run
           end-if
      *
           open output journal-report-file
           write journal-report-record from report-title-line
      *
           move select-file-name   to sl-file-name
           move select-record-key  to sl-record-key
           move select-operator-id to sl-operator-id
           move from-date          to sl-from-date
           move to-date            to sl-to-date
           write journal-report-record from selection-line
      *
           write journal-report-record from blank-line
           write journal-report-record from column-header-line.
      *
      *********************************************************************
      *
      * L I S T   O N E   J O U R N A L   E N T R Y
      *
      *********************************************************************
      *
       2000-list-one-entry.
           read change-journal-file
                at end set no-more-journal to true
           end-read
      *
           if no-more-journal
              go to 2000-exit
           end-if
      *
           add 1 to journal-records-read
      *
           if select-file-name is not equal to spaces
              and jr-file-name is not equal to select-file-name
              go to 2000-exit
           end-if
      *
           if select-record-key is not equal to spaces
              and jr-record-key is not equal to select-record-key
              go to 2000-exit
           end-if
      *
           if select-operator-id is not equal to spaces
              and jr-operator-id is not equal to select-operator-id
              go to 2000-exit
           end-if
      *
           if jr-journal-date is less than from-date
              or jr-journal-date is greater than to-date
              go to 2000-exit
           end-if
      *
           add 1 to journal-records-listed
      *
           move jr-journal-date to journal-date-work
           move jr-journal-time to journal-time-work
           move jdw-year        to el-year
           move jdw-month       to el-month
           move jdw-day         to el-day
           move jtw-hour        to el-hour
           move jtw-minute      to el-minute
           move jtw-second      to el-second
           move jr-operator-id  to el-operator-id
           move jr-file-name    to el-file-name
           move jr-record-key   to el-record-key
           move jr-action       to el-action
           write journal-report-record from blank-line
           write journal-report-record from entry-line
      *
           move jr-before-image to image-work
           move "BEFORE: "      to image-label
           perform 2100-print-image
      *
           move jr-after-image  to image-work
           move "AFTER : "      to image-label
           perform 2100-print-image.
      *
       2000-exit.
           exit.
      *
      *********************************************************************
      *
      * P R I N T   O N E   R E C O R D   I M A G E
      *
      *********************************************************************
      *
      * An add has no before image; it prints as a single NONE line
      *
       2100-print-image.
           if image-work is equal to spaces
              move image-label to il-label
              move "(NONE)"    to il-image-segment
              write journal-report-record from image-line
           else
              perform 2110-print-one-segment
                      varying segment-sub from 1 by 1
                      until segment-sub is greater than 2
           end-if.
      *
       2110-print-one-segment.
           if segment-sub is greater than 1
              and image-segment (segment-sub) is equal to spaces
              continue
           else
              if segment-sub is equal to 1
                 move image-label to il-label
              else
                 move spaces      to il-label
              end-if
              move image-segment (segment-sub) to il-image-segment
              write journal-report-record from image-line
           end-if.
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       4000-write-summary.
           write journal-report-record from blank-line
      *
           move "Journal records read     :" to sc-label
           move journal-records-read to sc-count
           write journal-report-record from summary-count-line
      *
           move "Journal records listed   :" to sc-label
           move journal-records-listed to sc-count
           write journal-report-record from summary-count-line.
