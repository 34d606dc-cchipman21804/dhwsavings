      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Weekly Van Stock
      * Report
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Reports the measure stock on the operators' vans off the van
      * stock file (vanstock.cpy) and the stock movement log
      * (stkmove.cpy), to STKRPT, for the week keyed:
      *   1  on-hand stock by van, one line per measure the van
      *      carries with a total for the van;
      *   2  on-hand stock in total, by measure, across all vans;
      *   3  every van measure below its reorder point, for the
      *      warehouse to load;
      *   4  every install recorded in the week against a van with
      *      none of the measure on hand -- either the van was
      *      loaded without the paperwork or the install was keyed
      *      against the wrong operator.
      * The on-hand figures are as of the run; only section 4 is
      * limited to the week.
      *
      ************************************************************
      *
       identification division.
       program-id.    stkrept.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select van-stock-file assign to "VANSTOCK"
                  organization is indexed
                  access mode is dynamic
                  record key is vs-stock-key
                  file status is vanstock-status.
      *
           select stock-move-file assign to "STKMOVE"
                  organization is line sequential
                  file status is stkmove-status.
      *
           select measure-cat-file assign to "MEASCAT"
                  organization is indexed
                  access mode is dynamic
                  record key is ms-measure-code
                  file status is meascat-status.
      *
           select stock-report-file assign to "STKRPT"
                  organization is line sequential
                  file status is stkrpt-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "vanstock.cpy".
       copy "stkmove.cpy".
       copy "meascat.cpy".
      *
       fd  stock-report-file
           label records are standard.
       01  stock-report-record             pic x(132).
      *
       working-storage section.
      *
       01 vanstock-status                  pic xx.
          88 vanstock-ok                        value "00".
      *
       01 stkmove-status                   pic xx.
          88 stkmove-ok                         value "00".
      *
       01 meascat-status                   pic xx.
          88 meascat-ok                         value "00".
      *
       01 stkrpt-status                    pic xx.
      *
       01 stkmove-avail-switch             pic x     value "N".
          88 stkmove-available                  value "Y".
      *
       01 vanstock-eof-switch              pic x     value "N".
          88 no-more-stock                      value "Y".
      *
       01 stkmove-eof-switch               pic x     value "N".
          88 no-more-moves                      value "Y".
      *
       01 meascat-eof-switch               pic x     value "N".
          88 no-more-measures                   value "Y".
      *
       01 report-date-range.
          02 from-date                     pic 9(8).
          02 to-date                       pic 9(8).
      *
      * On-hand totals by measure, subscripted by measure code plus
      * one the way the QA report's measure table is; the catalog
      * description is loaded in when the catalog is on hand
      *
       01 measure-stock-table.
          02 measure-stock occurs 100 times.
             05 mt-description             pic x(20).
             05 mt-on-hand                 pic 9(7).
             05 mt-vans                    pic 9(5).
             05 mt-below                   pic 9(5).
             05 mt-short                   pic 9(7).
      *
       01 measure-sub                      pic 9(3).
      *
       01 van-break.
          02 held-van                      pic x(8)  value spaces.
          02 van-on-hand                   pic 9(7)  value zero.
          02 van-short                     pic 9(7)  value zero.
      *
       01 stock-counters.
          02 stock-records-read            pic 9(7)  value zero.
          02 vans-reported                 pic 9(5)  value zero.
          02 items-below-reorder           pic 9(7)  value zero.
          02 moves-read                    pic 9(7)  value zero.
          02 short-installs-in-week        pic 9(7)  value zero.
          02 total-on-hand                 pic 9(7)  value zero.
          02 total-short                   pic 9(7)  value zero.
      *
       01 report-title-line.
          02 filler                        pic x(24)  value
             "VAN STOCK REPORT, WEEK ".
          02 rt-from-date                  pic 9(8).
          02 filler                        pic x(4)   value " TO ".
          02 rt-to-date                    pic 9(8).
          02 filler                        pic x(88)  value spaces.
      *
       01 section-title-line.
          02 st-title                      pic x(60).
          02 filler                        pic x(72)  value spaces.
      *
       01 stock-header-line.
          02 filler                        pic x(10) value "VAN".
          02 filler                        pic x(6)  value "MEAS".
          02 filler                        pic x(22) value
             "DESCRIPTION".
          02 filler                        pic x(10) value " ON HAND".
          02 filler                        pic x(10) value " REORDER".
          02 filler                        pic x(10) value "   SHORT".
          02 filler                        pic x(10) value "RECEIVED".
          02 filler                        pic x(10) value "INSTALLED".
          02 filler                        pic x(20) value "REMARK".
          02 filler                        pic x(24) value spaces.
      *
       01 stock-line.
          02 vl-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 vl-measure-code               pic 99.
          02 filler                        pic x(4)  value spaces.
          02 vl-description                pic x(20).
          02 filler                        pic xx    value spaces.
          02 vl-on-hand                    pic zzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 vl-reorder-point              pic zzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 vl-short-installs             pic zzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 vl-last-receipt-date          pic 9(8).
          02 filler                        pic xx    value spaces.
          02 vl-last-install-date          pic 9(8).
          02 filler                        pic xx    value spaces.
          02 vl-remark                     pic x(20).
          02 filler                        pic x(24) value spaces.
      *
       01 van-total-line.
          02 filler                        pic x(16) value spaces.
          02 filler                        pic x(22) value
             "  TOTAL FOR VAN".
          02 vt-on-hand                    pic zzzzzzz9.
          02 filler                        pic x(12) value spaces.
          02 vt-short                      pic zzzzzzz9.
          02 filler                        pic x(66) value spaces.
      *
       01 measure-header-line.
          02 filler                        pic x(6)  value "MEAS".
          02 filler                        pic x(22) value
             "DESCRIPTION".
          02 filler                        pic x(10) value " ON HAND".
          02 filler                        pic x(10) value "    VANS".
          02 filler                        pic x(10) value "   BELOW".
          02 filler                        pic x(10) value "   SHORT".
          02 filler                        pic x(64) value spaces.
      *
       01 measure-line.
          02 ml-measure-code               pic 99.
          02 filler                        pic x(4)  value spaces.
          02 ml-description                pic x(20).
          02 filler                        pic xx    value spaces.
          02 ml-on-hand                    pic zzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 ml-vans                       pic zzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 ml-below                      pic zzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 ml-short                      pic zzzzzzz9.
          02 filler                        pic x(66) value spaces.
      *
       01 grand-total-line.
          02 filler                        pic x(6)  value spaces.
          02 filler                        pic x(22) value
             "ALL MEASURES".
          02 gt-on-hand                    pic zzzzzzz9.
          02 filler                        pic x(12) value spaces.
          02 gt-below                      pic zzzzzzz9.
          02 filler                        pic xx    value spaces.
          02 gt-short                      pic zzzzzzz9.
          02 filler                        pic x(66) value spaces.
      *
       01 short-header-line.
          02 filler                        pic x(10) value "DATE".
          02 filler                        pic x(8)  value "TIME".
          02 filler                        pic x(10) value "VAN".
          02 filler                        pic x(6)  value "MEAS".
          02 filler                        pic x(22) value
             "DESCRIPTION".
          02 filler                        pic x(9)  value "ACCOUNT".
          02 filler                        pic x(10) value "ENTERED BY".
          02 filler                        pic x(57) value spaces.
      *
       01 short-line.
          02 sh-move-date                  pic 9(8).
          02 filler                        pic xx    value spaces.
          02 sh-move-time                  pic 9(6).
          02 filler                        pic xx    value spaces.
          02 sh-operator-id                pic x(8).
          02 filler                        pic xx    value spaces.
          02 sh-measure-code               pic 99.
          02 filler                        pic x(4)  value spaces.
          02 sh-description                pic x(20).
          02 filler                        pic xx    value spaces.
          02 sh-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 sh-entered-by                 pic x(8).
          02 filler                        pic x(59) value spaces.
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
           display "Week from date (YYYYMMDD, 0 for all): "
           move zero to from-date
           accept from-date
           display "Week to   date (YYYYMMDD, 0 for all): "
           move zero to to-date
           accept to-date
           if to-date is equal to zero
              move 99999999 to to-date
           end-if
      *
           perform 1000-open-stock-files
      *
           move "ON-HAND STOCK BY VAN" to st-title
           write stock-report-record from blank-line
           write stock-report-record from section-title-line
           write stock-report-record from stock-header-line
      *
           perform 1100-start-van-stock
           perform 2000-report-one-stock-row thru 2000-exit
                   until no-more-stock
      *
           if held-van is equal to spaces
              write stock-report-record from none-line
           else
              perform 2200-write-van-total
           end-if
      *
           perform 3000-report-by-measure
      *
           move "BELOW REORDER POINT" to st-title
           write stock-report-record from blank-line
           write stock-report-record from section-title-line
           write stock-report-record from stock-header-line
      *
           perform 1100-start-van-stock
           perform 4000-list-one-reorder thru 4000-exit
                   until no-more-stock
      *
           if items-below-reorder is equal to zero
              write stock-report-record from none-line
           end-if
      *
           perform 5000-list-short-installs
      *
           perform 7000-write-summary
           perform 1900-close-stock-files
      *
           display "Vans reported        : " vans-reported
           display "Below reorder point  : " items-below-reorder
           display "Short installs, week : " short-installs-in-week
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       1000-open-stock-files.
           open input van-stock-file
           if not vanstock-ok
              display "No van stock file on hand to report"
              stop run
           end-if
      *
           open output stock-report-file
           move from-date to rt-from-date
           move to-date   to rt-to-date
           write stock-report-record from report-title-line
      *
           initialize measure-stock-table
           open input measure-cat-file
           if meascat-ok
              perform 1200-load-descriptions
              close measure-cat-file
           else
              move "NO MEASURE CATALOG -- DESCRIPTIONS NOT SHOWN"
                   to nl-text
              write stock-report-record from notice-line
           end-if
      *
           open input stock-move-file
           if stkmove-ok
              set stkmove-available to true
           else
              move "NO STOCK MOVEMENT LOG -- SHORT INSTALLS NOT LISTED"
                   to nl-text
              write stock-report-record from notice-line
           end-if.
      *
       1100-start-van-stock.
           move "N" to vanstock-eof-switch
           move low-values to vs-stock-key
           start van-stock-file
                 key is not less than vs-stock-key
                 invalid key set no-more-stock to true
           end-start.
      *
       1200-load-descriptions.
           move zero to ms-measure-code
           start measure-cat-file
                 key is not less than ms-measure-code
                 invalid key set no-more-measures to true
           end-start
      *
           perform 1210-load-one-description thru 1210-exit
                   until no-more-measures.
      *
       1210-load-one-description.
           read measure-cat-file next record
                at end set no-more-measures to true
           end-read
      *
           if no-more-measures
              go to 1210-exit
           end-if
      *
           compute measure-sub = ms-measure-code + 1
           move ms-description to mt-description (measure-sub).
      *
       1210-exit.
           exit.
      *
       1900-close-stock-files.
           close van-stock-file
           if stkmove-available
              close stock-move-file
           end-if
           close stock-report-file.
      *
      *********************************************************************
      *
      * O N - H A N D   S T O C K   B Y   V A N
      *
      *********************************************************************
      *
       2000-report-one-stock-row.
           read van-stock-file next record
                at end set no-more-stock to true
           end-read
      *
           if no-more-stock
              go to 2000-exit
           end-if
      *
           add 1 to stock-records-read
      *
           if vs-operator-id is not equal to held-van
              if held-van is not equal to spaces
                 perform 2200-write-van-total
              end-if
              add 1 to vans-reported
              move vs-operator-id to held-van
              move zero to van-on-hand
              move zero to van-short
           end-if
      *
           add vs-on-hand        to van-on-hand
           add vs-short-installs to van-short
      *
           compute measure-sub = vs-measure-code + 1
           add vs-on-hand        to mt-on-hand (measure-sub)
           add vs-short-installs to mt-short (measure-sub)
           if vs-on-hand is greater than zero
              add 1 to mt-vans (measure-sub)
           end-if
           if vs-on-hand is less than vs-reorder-point
              add 1 to mt-below (measure-sub)
           end-if
      *
           perform 2100-format-stock-line
           write stock-report-record from stock-line.
      *
       2000-exit.
           exit.
      *
       2100-format-stock-line.
           compute measure-sub = vs-measure-code + 1
           move spaces                   to stock-line
           move vs-operator-id           to vl-operator-id
           move vs-measure-code          to vl-measure-code
           move mt-description (measure-sub) to vl-description
           move vs-on-hand               to vl-on-hand
           move vs-reorder-point         to vl-reorder-point
           move vs-short-installs        to vl-short-installs
           move vs-last-receipt-date     to vl-last-receipt-date
           move vs-last-install-date     to vl-last-install-date
      *
           evaluate true
               when vs-on-hand is less than vs-reorder-point
                    move "BELOW REORDER POINT" to vl-remark
               when vs-on-hand is equal to zero
                    move "NONE ON HAND" to vl-remark
               when other
                    continue
           end-evaluate.
      *
       2200-write-van-total.
           move van-on-hand to vt-on-hand
           move van-short   to vt-short
           write stock-report-record from van-total-line.
      *
      *********************************************************************
      *
      * O N - H A N D   S T O C K   I N   T O T A L
      *
      *********************************************************************
      *
       3000-report-by-measure.
           move "ON-HAND STOCK IN TOTAL BY MEASURE" to st-title
           write stock-report-record from blank-line
           write stock-report-record from section-title-line
           write stock-report-record from measure-header-line
      *
           if stock-records-read is equal to zero
              write stock-report-record from none-line
           else
              perform 3100-report-one-measure
                      varying measure-sub from 1 by 1
                      until measure-sub is greater than 100
              move total-on-hand       to gt-on-hand
              move items-below-reorder to gt-below
              move total-short         to gt-short
              write stock-report-record from grand-total-line
           end-if.
      *
      * A measure no van has ever carried has no line; one carried
      * and since run down to nothing keeps its line, at zero
      *
       3100-report-one-measure.
           if mt-on-hand (measure-sub) is equal to zero
              and mt-vans (measure-sub) is equal to zero
              and mt-below (measure-sub) is equal to zero
              and mt-short (measure-sub) is equal to zero
              continue
           else
              move spaces to measure-line
              compute ml-measure-code = measure-sub - 1
              move mt-description (measure-sub) to ml-description
              move mt-on-hand (measure-sub)     to ml-on-hand
              move mt-vans (measure-sub)        to ml-vans
              move mt-below (measure-sub)       to ml-below
              move mt-short (measure-sub)       to ml-short
              add mt-on-hand (measure-sub) to total-on-hand
              add mt-below (measure-sub)   to items-below-reorder
              add mt-short (measure-sub)   to total-short
              write stock-report-record from measure-line
           end-if.
      *
      *********************************************************************
      *
      * B E L O W   R E O R D E R   P O I N T
      *
      *********************************************************************
      *
       4000-list-one-reorder.
           read van-stock-file next record
                at end set no-more-stock to true
           end-read
      *
           if no-more-stock
              go to 4000-exit
           end-if
      *
           if vs-on-hand is less than vs-reorder-point
              perform 2100-format-stock-line
              write stock-report-record from stock-line
           end-if.
      *
       4000-exit.
           exit.
      *
      *********************************************************************
      *
      * I N S T A L L S   W I T H   N O   V A N   S T O C K
      *
      *********************************************************************
      *
       5000-list-short-installs.
           move "INSTALLS RECORDED WITH NONE ON HAND, THIS WEEK"
                to st-title
           write stock-report-record from blank-line
           write stock-report-record from section-title-line
           write stock-report-record from short-header-line
      *
           if stkmove-available
              perform 5100-check-one-move thru 5100-exit
                      until no-more-moves
           end-if
      *
           if short-installs-in-week is equal to zero
              write stock-report-record from none-line
           end-if.
      *
       5100-check-one-move.
           read stock-move-file
                at end set no-more-moves to true
           end-read
      *
           if no-more-moves
              go to 5100-exit
           end-if
      *
           add 1 to moves-read
      *
           if not sm-installed-short
              or sm-move-date is less than from-date
              or sm-move-date is greater than to-date
              go to 5100-exit
           end-if
      *
           add 1 to short-installs-in-week
           compute measure-sub = sm-measure-code + 1
           move spaces            to short-line
           move sm-move-date      to sh-move-date
           move sm-move-time      to sh-move-time
           move sm-operator-id    to sh-operator-id
           move sm-measure-code   to sh-measure-code
           move mt-description (measure-sub) to sh-description
           move sm-account-no     to sh-account-no
           move sm-entered-by     to sh-entered-by
           write stock-report-record from short-line.
      *
       5100-exit.
           exit.
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       7000-write-summary.
           write stock-report-record from blank-line
      *
           move "Van stock records read   :" to sc-label
           move stock-records-read to sc-count
           write stock-report-record from summary-count-line
      *
           move "Vans reported            :" to sc-label
           move vans-reported to sc-count
           write stock-report-record from summary-count-line
      *
           move "Below reorder point      :" to sc-label
           move items-below-reorder to sc-count
           write stock-report-record from summary-count-line
      *
           move "Stock movements read     :" to sc-label
           move moves-read to sc-count
           write stock-report-record from summary-count-line
      *
           move "Short installs this week :" to sc-label
           move short-installs-in-week to sc-count
           write stock-report-record from summary-count-line.
