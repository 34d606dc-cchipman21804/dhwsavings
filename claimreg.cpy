      ******************************************************************
      *
      * CLAIMREG.CPY
      *
      * Rebate claim register.  One record per household visit ever
      * sent to the utility on a claim extract, keyed by account
      * number plus the run date of the visit claimed, so the same
      * visit can never go out on a second extract (or be posted to
      * bl-claimed-dollars a second time) however the from/to ranges
      * are re-run.  dhwclaim.cob checks the register before it
      * writes a claim and registers every claim it writes, as
      * submitted, with the extract date, the season the dollars
      * were posted against and the amount claimed.  dhwack.cob
      * reads the utility's acknowledgement/remittance file back and
      * moves each claim on to accepted, rejected (with the
      * utility's reason code) or paid.
      *
      ******************************************************************
      *
       fd  claim-register-file
           label records are standard.
       01  claim-register-record.
           05  cr-claim-key.
               10  cr-account-no           pic 9(7).
               10  cr-run-date             pic 9(8).
           05  cr-extract-date             pic 9(8).
           05  cr-season-year              pic 9(4).
           05  cr-claim-amount             pic 9(5)v99.
           05  cr-status-flag              pic x.
               88  cr-submitted                value "S".
               88  cr-accepted                 value "A".
               88  cr-rejected                 value "R".
               88  cr-paid                     value "P".
           05  cr-reason-code              pic x(4).
           05  cr-ack-date                 pic 9(8).
