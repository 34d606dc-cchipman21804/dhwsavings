      *
       01 new-entry-switch                 pic x     value "N".
          88 new-appointment                    value "Y".
      *
       01 closed-account-switch            pic x     value "N".
          88 closed-account                     value "Y".
      *
      * Keyed fields held outside the record area -- a failed read
      * leaves the record area undefined
              go to 2000-exit
           end-if
      *
           move "N" to closed-account-switch
           if hshldmst-available
              move account-entry to hm-account-no
              read household-mast-file
                      go to 2000-book-one-visit
                   not invalid key
                      display "Household: " hm-name "  " hm-address
                      if hm-account-closed
                         display "Account closed by the utility on "
                                 hm-closed-date
                         set closed-account to true
                      end-if
              end-read
           end-if
      *
                   move account-entry  to ap-account-no
                   move req-date-entry to ap-req-date
                   set ap-booked to true
                   set ap-survey-visit to true
                   move spaces to ap-operator-id
           end-read
      *
      * A closed account's existing appointments can still be
      * cancelled here, but no new visit is booked to it
      *
           if new-appointment and closed-account
              display "No new visit booked to a closed account"
              go to 2000-book-one-visit
           end-if
      *
           if ap-inspection
              display "QA inspection appointment -- findings are "
                      "keyed through dhwinsp"
           end-if
      *
           display "Assigned operator: " ap-operator-id
           display "Enter operator ID (blank to keep): "
