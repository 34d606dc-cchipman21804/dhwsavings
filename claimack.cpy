      ******************************************************************
      *
      * CLAIMACK.CPY
      *
      * Claim acknowledgement/remittance file, as returned by the
      * utility's incentive intake job against a claim extract
      * (claimext.cpy).  One "D" detail record per claim the utility
      * has acted on, carrying the account and visit run date
      * exactly as they went out on the extract, the disposition,
      * the utility's reason code (rejections only) and the date the
      * utility acted.  Header and trailer records from the utility
      * ("H"/"T") carry nothing we use and are passed over.  Records
      * are 80 bytes, unsigned zoned decimal, zero padded.  Read by
      * dhwack.cob against the claim register (claimreg.cpy).
      *
      *   ca-disposition  A  accepted for payment
      *                   R  rejected -- see ca-reason-code
      *                   P  paid
      *
      ******************************************************************
      *
       fd  claim-ack-file
           label records are standard.
       01  claim-ack-record.
           05  ca-record-type              pic x.
           05  ca-account-no               pic 9(7).
           05  ca-run-date                 pic 9(8).
           05  ca-disposition              pic x.
               88  ca-accepted                 value "A".
               88  ca-rejected                 value "R".
               88  ca-paid                     value "P".
           05  ca-reason-code              pic x(4).
           05  ca-action-date              pic 9(8).
           05  ca-paid-amount              pic 9(5)v99.
           05  filler                      pic x(44).
