           05  hm-heater-model             pic x(12).
           05  hm-heater-serial            pic x(15).
           05  hm-install-year             pic 9(4).
      *
      * Account status as last reported by the utility's customer
      * extract (see dhwcust.cob); space or O open, C closed.  A
      * closed account is never deleted -- its history and claims
      * must stay answerable -- and schmaint books no new visit to
      * it.  hm-closed-date is the date the utility gave for the
      * closing, zero while open.
      *
           05  hm-account-status           pic x.
               88  hm-account-open             value " " "O".
               88  hm-account-closed           value "C".
           05  hm-closed-date              pic 9(8).
