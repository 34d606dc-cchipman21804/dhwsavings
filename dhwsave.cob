                  organization is indexed
                  access mode is dynamic
                  record key is hh-history-key
                  alternate record key is hh-run-date
                     with duplicates
                  file status is household-status.
      *
           select household-mast-file assign to "HSHLDMST"
       01 signon-parameters.
          copy "signparm.cpy".
      *
      * parameters passed to the shared van stock post stkpost
      *
       01 stock-parameters.
          copy "stkparm.cpy".
      *
      **************************************************************
      *
      * file status / run identification
           perform 700-save-household-history
           perform 760-write-audit-record
           perform 770-encumber-budget thru 770-exit
           perform 775-draw-van-stock thru 775-exit
           perform 780-mark-appointment-visited thru 780-exit
      *
           perform opening-screen
           move fuel-saved            to al-fuel-saved
           move cost-saved            to al-cost-saved
           move "ANALYSIS"            to al-action
           move operator-id           to al-installer-id
      *
           open extend audit-log-file
           if not auditlog-status-ok
      *
      *********************************************************************
      *
      * D R A W   T H E   M E A S U R E   O F F   T H E   V A N
      *
      *********************************************************************
      *
      * A saved analysis with a catalog measure is an install out of
      * the signed-on operator's van stock.  The draw is taken here,
      * once, for the measure the saved scenario carries -- not each
      * time a scenario picks a measure -- so a household surveyed
      * under several what-ifs draws only what was actually fitted.
      * A van with none on hand still records the install and warns
      * the operator; no van stock file means the site is not
      * tracking stock yet
      *
       775-draw-van-stock.
           if current-measure-code is equal to zero
              go to 775-exit
           end-if
      *
           initialize stock-parameters
           set sk-install to true
           move operator-id          to sk-operator-id
           move current-measure-code to sk-measure-code
           move 1                    to sk-quantity
           move account-number       to sk-account-no
           move operator-id          to sk-entered-by
           call "stkpost" using stock-parameters
      *
           if sk-posted-short
              display "VAN STOCK WARNING: none of this measure on "
                      "hand -- install recorded against the van"
                      line emr-line column emr-col
           end-if.
      *
       775-exit.
           exit.
      *
      *********************************************************************
      *
      * M A R K   T H E   A P P O I N T M E N T   V I S I T E D
      *
      *********************************************************************
      *
      * A saved analysis honors the household's appointment: the
      * latest booked survey appointment whose requested date has
      * arrived is marked visited, so the booking office never keys
      * it a second time.  No appointment file, or no booked survey
      * appointment for the account, is simply nothing to mark (an
      * inspection appointment is closed by dhwinsp, not here)
      *
       780-mark-appointment-visited.
           open i-o appointment-file
           end-if
      *
           if ap-booked
              and ap-survey-visit
              and ap-req-date is not greater than run-date
              set appt-found to true
              move ap-req-date to held-appt-date
