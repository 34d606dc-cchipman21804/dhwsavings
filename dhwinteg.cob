      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Cross-File
      * Integrity Sweep
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Nightly check that the files which point at each other
      * still agree.  Nothing is changed; every orphan and mismatch
      * is listed on INTEGRPT for the program office to put right
      * through the maintenance screens:
      *   - a history visit (hdwhist.cpy) whose account is not on
      *     the household master, whose hh-measure-code is not on
      *     the measure catalog, or whose hh-region-code has no row
      *     on the region temperature file;
      *   - an appointment (schedule.cpy) whose account is not on
      *     the household master, whose operator is not on the
      *     operator master, or which is still booked to an
      *     operator who has been deactivated.
      *
      * It then rebuilds each season's draws on the budget ledger
      * from scratch and lists any drift against bl-encumbered-
      * dollars and bl-claimed-dollars, because the ledger is only
      * ever moved incrementally and one aborted run or hand
      * correction throws it off for the rest of the season:
      *   - claimed is every claim on the claim register
      *     (claimreg.cpy) posted against the season and not since
      *     rejected by the utility -- the register is the lasting
      *     record of every claim extract dhwclaim has written;
      *   - encumbered is the installed retrofit cost of every visit
      *     saved in the season (season = run-date year, as dhwsave
      *     and dhwbatch post it) less every claim ever posted
      *     against the season, never below zero, as dhwclaim
      *     moves it.
      * History purged by dhwarch no longer counts toward the
      * rebuilt encumbered figure, so a season archived partway
      * shows drift by design; the remark says so when the season
      * is older than the oldest visit still on the master.
      *
      ************************************************************
      *
       identification division.
       program-id.    dhwinteg.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
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
           select measure-cat-file assign to "MEASCAT"
                  organization is indexed
                  access mode is dynamic
                  record key is ms-measure-code
                  file status is meascat-status.
      *
           select cold-water-temp-file assign to "CWTEMPS"
                  organization is indexed
                  access mode is dynamic
                  record key is cw-region-code
                  file status is cwtemps-status.
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
           select claim-register-file assign to "CLAIMREG"
                  organization is indexed
                  access mode is dynamic
                  record key is cr-claim-key
                  file status is claimreg-status.
      *
           select budget-ledger-file assign to "BUDGLEDG"
                  organization is indexed
                  access mode is dynamic
                  record key is bl-season-year
                  file status is budgledg-status.
      *
           select integrity-report-file assign to "INTEGRPT"
                  organization is line sequential
                  file status is integrpt-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "hdwhist.cpy".
       copy "hshldmst.cpy".
       copy "meascat.cpy".
       copy "cwtemp.cpy".
       copy "schedule.cpy".
       copy "opermast.cpy".
       copy "claimreg.cpy".
       copy "budgledg.cpy".
      *
       fd  integrity-report-file
           label records are standard.
       01  integrity-report-record         pic x(132).
      *
       working-storage section.
      *
       01 household-status                 pic xx.
          88 household-ok                       value "00".
      *
       01 hshldmst-status                  pic xx.
          88 hshldmst-ok                        value "00".
      *
       01 meascat-status                   pic xx.
          88 meascat-ok                         value "00".
      *
       01 cwtemps-status                   pic xx.
          88 cwtemps-ok                         value "00".
      *
       01 schedule-status                  pic xx.
          88 schedule-ok                        value "00".
      *
       01 opermast-status                  pic xx.
          88 opermast-ok                        value "00".
      *
       01 claimreg-status                  pic xx.
          88 claimreg-ok                        value "00".
      *
       01 budgledg-status                  pic xx.
          88 budgledg-ok                        value "00".
      *
       01 integrpt-status                  pic xx.
      *
      * Which files could be opened.  A check against a file the
      * site does not have yet is skipped with a notice line
      *
       01 file-availability.
          02 history-avail-switch          pic x     value "N".
             88 history-available              value "Y".
          02 master-avail-switch           pic x     value "N".
             88 master-available               value "Y".
          02 meascat-avail-switch          pic x     value "N".
             88 meascat-available              value "Y".
          02 cwtemps-avail-switch          pic x     value "N".
             88 cwtemps-available              value "Y".
          02 schedule-avail-switch         pic x     value "N".
             88 schedule-available             value "Y".
          02 opermast-avail-switch         pic x     value "N".
             88 opermast-available             value "Y".
          02 claimreg-avail-switch         pic x     value "N".
             88 claimreg-available             value "Y".
          02 budgledg-avail-switch         pic x     value "N".
             88 budgledg-available             value "Y".
      *
       01 eof-switches.
          02 history-eof-switch            pic x     value "N".
             88 no-more-history                value "Y".
          02 schedule-eof-switch           pic x     value "N".
             88 no-more-appointments           value "Y".
          02 claimreg-eof-switch           pic x     value "N".
             88 no-more-claims                 value "Y".
          02 budgledg-eof-switch           pic x     value "N".
             88 no-more-seasons                value "Y".
      *
      * One-account cache for the household master lookup -- the
      * history master arrives in account order, so an account's
      * visits all ask the same question
      *
       01 cached-account-no                pic 9(7)  value zero.
       01 cached-account-flag              pic x     value "N".
          88 cached-account-found               value "Y".
          88 cached-account-missing             value "N".
      *
       01 oldest-history-date              pic 9(8)  value 99999999.
       01 oldest-history-season            pic 9(4).
      *
      * Season rebuild table, built from the history master and the
      * claim register and then checked against the ledger rows
      *
       01 season-table.
          02 season-count                  pic 99    value zero.
          02 season-entry occurs 50 times
                          indexed by se-idx.
             05 se-season-year             pic 9(4).
             05 se-history-cost            pic 9(9)v99.
             05 se-claims-posted           pic 9(9)v99.
             05 se-claims-live             pic 9(9)v99.
             05 se-ledger-switch           pic x.
                88 se-on-ledger                value "Y".
      *
       01 wanted-season-year               pic 9(4).
      *
       01 season-found-flag                pic x     value "N".
          88 season-found                      value "Y".
          88 season-not-found                  value "N".
      *
       01 rebuild-work.
          02 rebuilt-encumbered            pic s9(9)v99.
          02 rebuilt-claimed               pic s9(9)v99.
          02 encumbered-drift              pic s9(9)v99.
          02 claimed-drift                 pic s9(9)v99.
      *
       01 sweep-counters.
          02 history-records-read          pic 9(7)  value zero.
          02 history-orphans               pic 9(7)  value zero.
          02 appointments-read             pic 9(7)  value zero.
          02 appointment-orphans           pic 9(7)  value zero.
          02 claims-read                   pic 9(7)  value zero.
          02 seasons-checked               pic 9(5)  value zero.
          02 seasons-drifted               pic 9(5)  value zero.
      *
       01 report-title-line.
          02 filler                        pic x(30)  value
             "CROSS-FILE INTEGRITY SWEEP    ".
          02 filler                        pic x(9)   value
             "RUN DATE ".
          02 rt-run-date                   pic 9(8).
          02 filler                        pic x(85)  value spaces.
      *
       01 sweep-run-date                   pic 9(8).
      *
       01 section-title-line.
          02 st-title                      pic x(60).
          02 filler                        pic x(72)  value spaces.
      *
       01 orphan-header-line.
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(10) value "DATE".
          02 filler                        pic x(10) value "TIME/OPER".
          02 filler                        pic x(10) value "CODE".
          02 filler                        pic x(7)  value "PROBLEM".
          02 filler                        pic x(86) value spaces.
      *
       01 orphan-line.
          02 ol-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 ol-date                       pic 9(8).
          02 filler                        pic xx    value spaces.
          02 ol-extra                      pic x(8).
          02 filler                        pic xx    value spaces.
          02 ol-code                       pic x(8).
          02 filler                        pic xx    value spaces.
          02 ol-problem                    pic x(40).
          02 filler                        pic x(53) value spaces.
      *
       01 ledger-header-line-1.
          02 filler                        pic x(6)  value spaces.
          02 filler                        pic x(47) value
             "---------------- ENCUMBERED -------------------".
          02 filler                        pic x(2)  value spaces.
          02 filler                        pic x(47) value
             "----------------- CLAIMED ---------------------".
          02 filler                        pic x(30) value spaces.
      *
       01 ledger-header-line-2.
          02 filler                        pic x(6)  value "SEASON".
          02 filler                        pic x(16) value
             "          LEDGER".
          02 filler                        pic x(16) value
             "         REBUILT".
          02 filler                        pic x(15) value
             "          DRIFT".
          02 filler                        pic xx    value spaces.
          02 filler                        pic x(16) value
             "          LEDGER".
          02 filler                        pic x(16) value
             "         REBUILT".
          02 filler                        pic x(15) value
             "          DRIFT".
          02 filler                        pic xx    value spaces.
          02 filler                        pic x(6)  value "REMARK".
          02 filler                        pic x(22) value spaces.
      *
       01 ledger-line.
          02 lg-season-year                pic 9(4).
          02 filler                        pic xx    value spaces.
          02 lg-ledger-encumbered          pic zzz,zzz,zz9.99.
          02 filler                        pic xx    value spaces.
          02 lg-rebuilt-encumbered         pic zzz,zzz,zz9.99.
          02 filler                        pic x     value space.
          02 lg-encumbered-drift           pic +zzz,zzz,zz9.99.
          02 filler                        pic xx    value spaces.
          02 lg-ledger-claimed             pic zzz,zzz,zz9.99.
          02 filler                        pic xx    value spaces.
          02 lg-rebuilt-claimed            pic zzz,zzz,zz9.99.
          02 filler                        pic x     value space.
          02 lg-claimed-drift              pic +zzz,zzz,zz9.99.
          02 filler                        pic xx    value spaces.
          02 lg-remark                     pic x(30).
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
           accept sweep-run-date from date yyyymmdd
      *
           perform 870-start-run-control
           perform 1000-open-sweep-files
      *
           move "HISTORY MASTER -- ORPHANED VISITS" to st-title
           perform 8000-write-section-heading
           write integrity-report-record from orphan-header-line
           if history-available
              perform 2000-check-one-visit thru 2000-exit
                      until no-more-history
           else
              move "NO HISTORY MASTER ON FILE -- CHECK SKIPPED"
                   to nl-text
              write integrity-report-record from notice-line
           end-if
      *
           move "APPOINTMENT FILE -- ORPHANED APPOINTMENTS"
                to st-title
           perform 8000-write-section-heading
           write integrity-report-record from orphan-header-line
           if schedule-available
              perform 3000-check-one-appointment thru 3000-exit
                      until no-more-appointments
           else
              move "NO APPOINTMENT FILE ON FILE -- CHECK SKIPPED"
                   to nl-text
              write integrity-report-record from notice-line
           end-if
      *
           if claimreg-available
              perform 4000-total-one-claim thru 4000-exit
                      until no-more-claims
           end-if
      *
           perform 5000-rebuild-ledger thru 5000-exit
      *
           perform 9000-write-summary
           perform 1900-close-sweep-files
           perform 880-end-run-control
      *
           display "History records read : " history-records-read
           display "History orphans      : " history-orphans
           display "Appointments read    : " appointments-read
           display "Appointment orphans  : " appointment-orphans
           display "Seasons checked      : " seasons-checked
           display "Seasons with drift   : " seasons-drifted
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       1000-open-sweep-files.
           open output integrity-report-file
           move sweep-run-date to rt-run-date
           write integrity-report-record from report-title-line
      *
           open input household-hist-file
           if household-ok
              set history-available to true
              move zero to hh-account-no
              move zero to hh-run-date
              move zero to hh-run-time
              start household-hist-file
                    key is not less than hh-history-key
                    invalid key set no-more-history to true
              end-start
           end-if
      *
           open input household-mast-file
           if hshldmst-ok
              set master-available to true
           else
              move "NO HOUSEHOLD MASTER -- ACCOUNT CHECKS SKIPPED"
                   to nl-text
              write integrity-report-record from notice-line
           end-if
      *
           open input measure-cat-file
           if meascat-ok
              set meascat-available to true
           else
              move "NO MEASURE CATALOG -- MEASURE CHECK SKIPPED"
                   to nl-text
              write integrity-report-record from notice-line
           end-if
      *
           open input cold-water-temp-file
           if cwtemps-ok
              set cwtemps-available to true
           else
              move "NO REGION TEMPERATURE FILE -- REGION CHECK SKIPPED"
                   to nl-text
              write integrity-report-record from notice-line
           end-if
      *
           open input appointment-file
           if schedule-ok
              set schedule-available to true
              move zero to ap-account-no
              move zero to ap-req-date
              start appointment-file
                    key is not less than ap-appt-key
                    invalid key set no-more-appointments to true
              end-start
           end-if
      *
           open input operator-master-file
           if opermast-ok
              set opermast-available to true
           else
              move "NO OPERATOR MASTER -- OPERATOR CHECK SKIPPED"
                   to nl-text
              write integrity-report-record from notice-line
           end-if
      *
           open input claim-register-file
           if claimreg-ok
              set claimreg-available to true
              move zero to cr-account-no
              move zero to cr-run-date
              start claim-register-file
                    key is not less than cr-claim-key
                    invalid key set no-more-claims to true
              end-start
           else
              move "NO CLAIM REGISTER -- REBUILT CLAIMED IS ZERO"
                   to nl-text
              write integrity-report-record from notice-line
           end-if
      *
           open input budget-ledger-file
           if budgledg-ok
              set budgledg-available to true
           end-if.
      *
       1900-close-sweep-files.
           if history-available
              close household-hist-file
           end-if
           if master-available
              close household-mast-file
           end-if
           if meascat-available
              close measure-cat-file
           end-if
           if cwtemps-available
              close cold-water-temp-file
           end-if
           if schedule-available
              close appointment-file
           end-if
           if opermast-available
              close operator-master-file
           end-if
           if claimreg-available
              close claim-register-file
           end-if
           if budgledg-available
              close budget-ledger-file
           end-if
           close integrity-report-file.
      *
      *********************************************************************
      *
      * C H E C K   O N E   H I S T O R Y   V I S I T
      *
      *********************************************************************
      *
       2000-check-one-visit.
           read household-hist-file next record
                at end set no-more-history to true
           end-read
      *
           if no-more-history
              go to 2000-exit
           end-if
      *
           add 1 to history-records-read
      *
           if hh-run-date is less than oldest-history-date
              move hh-run-date to oldest-history-date
           end-if
      *
      * The visit's retrofit cost counts toward the season it was
      * saved in, whatever else is wrong with it
      *
           if hh-new-retrofit-cost is greater than zero
              divide hh-run-date by 10000 giving wanted-season-year
              perform 6000-find-season thru 6000-exit
              if season-found
                 add hh-new-retrofit-cost
                     to se-history-cost (se-idx)
              end-if
           end-if
      *
           move spaces         to orphan-line
           move hh-account-no  to ol-account-no
           move hh-run-date    to ol-date
           move hh-run-time    to ol-extra
      *
           if master-available
              perform 2100-lookup-account thru 2100-exit
              if cached-account-missing
                 move "ACCOUNT NOT ON HOUSEHOLD MASTER" to ol-problem
                 perform 2900-write-history-orphan
              end-if
           end-if
      *
           if meascat-available
              and hh-measure-code is greater than zero
              move hh-measure-code to ms-measure-code
              read measure-cat-file
                   invalid key
                      move hh-measure-code to ol-code
                      move "MEASURE CODE NOT ON MEASURE CATALOG"
                           to ol-problem
                      perform 2900-write-history-orphan
              end-read
           end-if
      *
           if cwtemps-available
              and hh-region-code is not equal to spaces
              move hh-region-code to cw-region-code
              read cold-water-temp-file
                   invalid key
                      move hh-region-code to ol-code
                      move "REGION CODE NOT ON TEMPERATURE FILE"
                           to ol-problem
                      perform 2900-write-history-orphan
              end-read
           end-if.
      *
       2000-exit.
           exit.
      *
       2100-lookup-account.
           if hh-account-no is equal to cached-account-no
              go to 2100-exit
           end-if
      *
           move hh-account-no to cached-account-no
           move hh-account-no to hm-account-no
           read household-mast-file
                invalid key set cached-account-missing to true
                not invalid key set cached-account-found to true
           end-read.
      *
       2100-exit.
           exit.
      *
       2900-write-history-orphan.
           add 1 to history-orphans
           write integrity-report-record from orphan-line
           move spaces to ol-code.
      *
      *********************************************************************
      *
      * C H E C K   O N E   A P P O I N T M E N T
      *
      *********************************************************************
      *
      * A visited, no-show or cancelled appointment by an operator
      * who has since left is history; only one still booked to a
      * deactivated operator needs re-assigning.  An operator not on
      * the master at all is wrong whatever the status
      *
       3000-check-one-appointment.
           read appointment-file next record
                at end set no-more-appointments to true
           end-read
      *
           if no-more-appointments
              go to 3000-exit
           end-if
      *
           add 1 to appointments-read
      *
           move spaces         to orphan-line
           move ap-account-no  to ol-account-no
           move ap-req-date    to ol-date
           move ap-operator-id to ol-extra
           move ap-status-flag to ol-code
      *
           if master-available
              move ap-account-no to hm-account-no
              read household-mast-file
                   invalid key
                      move "ACCOUNT NOT ON HOUSEHOLD MASTER"
                           to ol-problem
                      perform 3900-write-appointment-orphan
              end-read
           end-if
      *
           if not opermast-available
              or ap-operator-id is equal to spaces
              go to 3000-exit
           end-if
      *
           move ap-operator-id to om-operator-id
           read operator-master-file
                invalid key
                   move "OPERATOR NOT ON OPERATOR MASTER"
                        to ol-problem
                   perform 3900-write-appointment-orphan
                   go to 3000-exit
           end-read
      *
           if om-inactive and ap-booked
              move "BOOKED TO AN INACTIVE OPERATOR" to ol-problem
              perform 3900-write-appointment-orphan
           end-if.
      *
       3000-exit.
           exit.
      *
       3900-write-appointment-orphan.
           add 1 to appointment-orphans
           write integrity-report-record from orphan-line.
      *
      *********************************************************************
      *
      * T O T A L   O N E   R E G I S T E R E D   C L A I M
      *
      *********************************************************************
      *
       4000-total-one-claim.
           read claim-register-file next record
                at end set no-more-claims to true
           end-read
      *
           if no-more-claims
              go to 4000-exit
           end-if
      *
           add 1 to claims-read
           move cr-season-year to wanted-season-year
           perform 6000-find-season thru 6000-exit
           if season-not-found
              go to 4000-exit
           end-if
      *
           add cr-claim-amount to se-claims-posted (se-idx)
           if not cr-rejected
              add cr-claim-amount to se-claims-live (se-idx)
           end-if.
      *
       4000-exit.
           exit.
      *
      *********************************************************************
      *
      * R E B U I L D   T H E   B U D G E T   L E D G E R
      *
      *********************************************************************
      *
       5000-rebuild-ledger.
           move "BUDGET LEDGER -- REBUILT DRAWS AGAINST LEDGER"
                to st-title
           perform 8000-write-section-heading
      *
           if not budgledg-available
              move "NO BUDGET LEDGER ON FILE -- REBUILD SKIPPED"
                   to nl-text
              write integrity-report-record from notice-line
              go to 5000-exit
           end-if
      *
           write integrity-report-record from ledger-header-line-1
           write integrity-report-record from ledger-header-line-2
      *
           divide oldest-history-date by 10000
                  giving oldest-history-season
      *
           move zero to bl-season-year
           start budget-ledger-file
                 key is not less than bl-season-year
                 invalid key set no-more-seasons to true
           end-start
      *
           perform 5100-check-one-season thru 5100-exit
                   until no-more-seasons
      *
      * A season with history or claims but no ledger row never had
      * anything posted -- listed so the row can be opened
      *
           perform 5200-list-unledgered-season
                   varying se-idx from 1 by 1
                   until se-idx is greater than season-count.
      *
       5000-exit.
           exit.
      *
       5100-check-one-season.
           read budget-ledger-file next record
                at end set no-more-seasons to true
           end-read
      *
           if no-more-seasons
              go to 5100-exit
           end-if
      *
           add 1 to seasons-checked
           move zero to rebuilt-encumbered
           move zero to rebuilt-claimed
      *
           move bl-season-year to wanted-season-year
           perform 6000-find-season thru 6000-exit
           if season-found
              set se-on-ledger (se-idx) to true
              move se-claims-live (se-idx) to rebuilt-claimed
              compute rebuilt-encumbered =
                      se-history-cost (se-idx)
                    - se-claims-posted (se-idx)
              if rebuilt-encumbered is less than zero
                 move zero to rebuilt-encumbered
              end-if
           end-if
      *
           compute encumbered-drift =
                   bl-encumbered-dollars - rebuilt-encumbered
           compute claimed-drift =
                   bl-claimed-dollars - rebuilt-claimed
      *
           move spaces                to ledger-line
           move bl-season-year        to lg-season-year
           move bl-encumbered-dollars to lg-ledger-encumbered
           move rebuilt-encumbered    to lg-rebuilt-encumbered
           move encumbered-drift      to lg-encumbered-drift
           move bl-claimed-dollars    to lg-ledger-claimed
           move rebuilt-claimed       to lg-rebuilt-claimed
           move claimed-drift         to lg-claimed-drift
      *
           if encumbered-drift is not equal to zero
              or claimed-drift is not equal to zero
              add 1 to seasons-drifted
              if bl-season-year is not greater than
                 oldest-history-season
                 move "DRIFT -- SEASON PARTLY ARCHIVED"
                      to lg-remark
              else
                 move "DRIFT" to lg-remark
              end-if
           end-if
      *
           write integrity-report-record from ledger-line.
      *
       5100-exit.
           exit.
      *
       5200-list-unledgered-season.
           if not se-on-ledger (se-idx)
              move spaces to ledger-line
              move se-season-year (se-idx) to lg-season-year
              move zero to lg-ledger-encumbered
              move zero to lg-ledger-claimed
              compute rebuilt-encumbered =
                      se-history-cost (se-idx)
                    - se-claims-posted (se-idx)
              if rebuilt-encumbered is less than zero
                 move zero to rebuilt-encumbered
              end-if
              move rebuilt-encumbered to lg-rebuilt-encumbered
              move se-claims-live (se-idx) to lg-rebuilt-claimed
              move "SEASON NOT ON BUDGET LEDGER" to lg-remark
              write integrity-report-record from ledger-line
           end-if.
      *
      *********************************************************************
      *
      * F I N D   O R   A D D   A   S E A S O N
      *
      *********************************************************************
      *
       6000-find-season.
           set season-not-found to true
           set se-idx to 1
           search season-entry
                  at end continue
                  when se-idx is greater than season-count
                       continue
                  when se-season-year (se-idx) is equal to
                       wanted-season-year
                       set season-found to true
           end-search
      *
           if season-found
              go to 6000-exit
           end-if
      *
           if season-count is not less than 50
              display "Season table full -- season "
                      wanted-season-year " not rebuilt"
              go to 6000-exit
           end-if
      *
           add 1 to season-count
           set se-idx to season-count
           move wanted-season-year to se-season-year (se-idx)
           move zero to se-history-cost (se-idx)
           move zero to se-claims-posted (se-idx)
           move zero to se-claims-live (se-idx)
           move "N" to se-ledger-switch (se-idx)
           set season-found to true.
      *
       6000-exit.
           exit.
      *
      *********************************************************************
      *
      * R E P O R T   H E A D I N G S   A N D   C O U N T S
      *
      *********************************************************************
      *
       8000-write-section-heading.
           write integrity-report-record from blank-line
           write integrity-report-record from section-title-line.
      *
       9000-write-summary.
           write integrity-report-record from blank-line
      *
           move "History records read     :" to sc-label
           move history-records-read to sc-count
           write integrity-report-record from summary-count-line
      *
           move "History orphans listed   :" to sc-label
           move history-orphans to sc-count
           write integrity-report-record from summary-count-line
      *
           move "Appointments read        :" to sc-label
           move appointments-read to sc-count
           write integrity-report-record from summary-count-line
      *
           move "Appointment orphans      :" to sc-label
           move appointment-orphans to sc-count
           write integrity-report-record from summary-count-line
      *
           move "Registered claims read   :" to sc-label
           move claims-read to sc-count
           write integrity-report-record from summary-count-line
      *
           move "Ledger seasons checked   :" to sc-label
           move seasons-checked to sc-count
           write integrity-report-record from summary-count-line
      *
           move "Seasons with drift       :" to sc-label
           move seasons-drifted to sc-count
           write integrity-report-record from summary-count-line.
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
           move "DHWINTEG" to rn-job-name
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
