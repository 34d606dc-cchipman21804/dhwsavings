      * for the keyed date, grouped by assigned operator, with the
      * household's name, address and phone pulled from the
      * household master so the worklist is enough to drive the
      * route without the paper book.  Each stop says whether it is
      * a survey visit or a QA re-inspection of an earlier install.
      * Run the evening before for tomorrow's date.
      *
      ************************************************************
      *
             10 st-name                    pic x(25).
             10 st-address                 pic x(25).
             10 st-phone                   pic x(10).
             10 st-appt-type               pic x.
      *
       01 sort-pass-switch                 pic x.
          88 sort-swapped                       value "Y".
          05 sh-name                       pic x(25).
          05 sh-address                    pic x(25).
          05 sh-phone                      pic x(10).
          05 sh-appt-type                  pic x.
       01 sort-top                         pic 9(3).
       01 sort-sub                         pic 9(3).
       01 sort-sub-next                    pic 9(3).
          02 sl-address                    pic x(25).
          02 filler                        pic xx    value spaces.
          02 sl-phone                      pic x(10).
          02 filler                        pic xx    value spaces.
          02 sl-visit-type                 pic x(10).
          02 filler                        pic x(11) value spaces.
      *
       01 operator-count-line.
          02 filler                        pic x(11)
           move spaces         to st-name (st-idx)
           move spaces         to st-address (st-idx)
           move spaces         to st-phone (st-idx)
           move ap-appt-type   to st-appt-type (st-idx)
      *
           if hshldmst-available
              move ap-account-no to hm-account-no
           move st-name (st-idx)       to sl-name
           move st-address (st-idx)    to sl-address
           move st-phone (st-idx)      to sl-phone
           if st-appt-type (st-idx) is equal to "I"
              move "INSPECTION" to sl-visit-type
           else
              move "SURVEY"     to sl-visit-type
           end-if
           write worklist-record from stop-line
           add 1 to operator-stop-count.
      *
