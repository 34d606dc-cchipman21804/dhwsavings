      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Claim
      * Acknowledgement Intake
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Reads the utility's acknowledgement/remittance file
      * (claimack.cpy) back against the claim register
      * (claimreg.cpy) that dhwclaim builds, so every claim sent
      * carries what the utility did with it:
      *   - accepted and paid claims are moved on along the register
      *     (submitted -> accepted -> paid);
      *   - a rejected claim is marked rejected with the utility's
      *     reason code, and its dollars are returned from
      *     bl-claimed-dollars on the budget ledger row of the season
      *     the claim was posted against -- the utility is not
      *     paying them, so they no longer draw on the season;
      *   - an acknowledgement that does not fit the register (no
      *     such claim, a rejection for a claim already rejected or
      *     paid, an unknown disposition) changes nothing and is
      *     listed as an exception.
      * The rejection listing (CLAIMREJ) is the program office's
      * work list: every rejection with its reason code and amount,
      * every exception, and the control counts.
      *
      ************************************************************
      *
       identification division.
       program-id.    dhwack.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select claim-ack-file assign to "CLAIMACK"
                  organization is line sequential
                  file status is claimack-status.
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
           select rejection-list-file assign to "CLAIMREJ"
                  organization is line sequential
                  file status is claimrej-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "claimack.cpy".
       copy "claimreg.cpy".
       copy "budgledg.cpy".
      *
       fd  rejection-list-file
           label records are standard.
       01  rejection-list-record           pic x(80).
      *
       working-storage section.
      *
       01 claimack-status                  pic xx.
          88 claimack-ok                        value "00".
      *
       01 claimreg-status                  pic xx.
          88 claimreg-ok                        value "00".
      *
       01 budgledg-status                  pic xx.
          88 budgledg-ok                        value "00".
      *
       01 claimrej-status                  pic xx.
      *
       01 ack-eof-switch                   pic x     value "N".
          88 no-more-acks                       value "Y".
      *
       01 ledger-avail-switch              pic x     value "N".
          88 ledger-available                   value "Y".
      *
       01 ack-run-date                     pic 9(8).
      *
       01 ack-counters.
          02 ack-records-read              pic 9(7)  value zero.
          02 claims-accepted               pic 9(7)  value zero.
          02 claims-rejected               pic 9(7)  value zero.
          02 claims-paid                   pic 9(7)  value zero.
          02 acks-unchanged                pic 9(7)  value zero.
          02 ack-exceptions                pic 9(7)  value zero.
          02 dollars-returned              pic 9(9)v99 value zero.
          02 dollars-not-returned          pic 9(9)v99 value zero.
      *
       01 report-title-line.
          02 filler                        pic x(43)  value
             "CLAIM ACKNOWLEDGEMENT -- REJECTIONS TO WORK".
          02 filler                        pic x(12)  value
             "   RUN DATE ".
          02 rt-run-date                   pic 9(8).
          02 filler                        pic x(17)  value spaces.
      *
       01 column-header-line.
          02 filler                        pic x(7)  value "ACCOUNT".
          02 filler                        pic xx    value spaces.
          02 filler                        pic x(8)  value "RUN DATE".
          02 filler                        pic xx    value spaces.
          02 filler                        pic x(6)  value "SEASON".
          02 filler                        pic x     value space.
          02 filler                        pic x(9)  value "   AMOUNT".
          02 filler                        pic xx    value spaces.
          02 filler                        pic x(6)  value "REASON".
          02 filler                        pic xx    value spaces.
          02 filler                        pic x(6)  value "REMARK".
          02 filler                        pic x(29) value spaces.
      *
       01 rejection-line.
          02 rl-account-no                 pic 9(7).
          02 filler                        pic xx    value spaces.
          02 rl-run-date                   pic 9(8).
          02 filler                        pic xx    value spaces.
          02 rl-season-year                pic 9(4).
          02 filler                        pic xxx   value spaces.
          02 rl-amount                     pic zz,zz9.99.
          02 filler                        pic xx    value spaces.
          02 rl-reason-code                pic x(4).
          02 filler                        pic x(4)  value spaces.
          02 rl-remark                     pic x(35).
      *
       01 summary-count-line.
          02 sc-label                      pic x(26).
          02 sc-count                      pic zzzzzz9.
          02 filler                        pic x(47) value spaces.
      *
       01 summary-dollar-line.
          02 sd-label                      pic x(26).
          02 sd-dollars                    pic zzz,zzz,zz9.99.
          02 filler                        pic x(40) value spaces.
      *
       01 signon-parameters.
          copy "signparm.cpy".
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
      * Intake moves rebate dollars on the budget ledger: only a
      * supervisor may launch it (see signparm.cpy)
           initialize signon-parameters
           set so-supervisor-only to true
           call "signon" using signon-parameters
           if so-signon-failed
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
           accept ack-run-date from date yyyymmdd
      *
           perform 870-start-run-control
           perform 1000-open-ack-files
      *
           perform 2000-apply-one-ack thru 2000-exit
                   until no-more-acks
      *
           perform 4000-write-summary
           perform 1900-close-ack-files
           perform 880-end-run-control
      *
           display "Acknowledgements read : " ack-records-read
           display "Claims accepted       : " claims-accepted
           display "Claims rejected       : " claims-rejected
           display "Claims paid           : " claims-paid
           display "Exceptions listed     : " ack-exceptions
           display "Dollars returned      : " dollars-returned
           stop run.
      *
      *********************************************************************
      *
      * O P E N / C L O S E
      *
      *********************************************************************
      *
       1000-open-ack-files.
           open input claim-ack-file
           if not claimack-ok
              display "No claim acknowledgement file to apply"
              move "NO CLAIM ACKNOWLEDGEMENT FILE ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
           open i-o claim-register-file
           if not claimreg-ok
              close claim-ack-file
              display "No claim register on file -- "
                      "nothing to acknowledge against"
              move "NO CLAIM REGISTER ON FILE" to rn-message
              perform 890-abort-run-control
              stop run
           end-if
      *
      * No ledger just means the site is not tracking the budget
      * yet; the register is still brought up to date and the
      * rejected dollars are totalled on the listing as not returned
      *
           open i-o budget-ledger-file
           if budgledg-ok
              set ledger-available to true
           else
              display "No budget ledger on file -- "
                      "rejected dollars will not be returned"
           end-if
      *
           open output rejection-list-file
           move ack-run-date to rt-run-date
           write rejection-list-record from report-title-line
           move spaces to rejection-list-record
           write rejection-list-record
           write rejection-list-record from column-header-line.
      *
       1900-close-ack-files.
           close claim-ack-file
           close claim-register-file
           if ledger-available
              close budget-ledger-file
           end-if
           close rejection-list-file.
      *
      *********************************************************************
      *
      * A P P L Y   O N E   A C K N O W L E D G E M E N T
      *
      *********************************************************************
      *
       2000-apply-one-ack.
           read claim-ack-file
                at end set no-more-acks to true
           end-read
      *
           if no-more-acks
              go to 2000-exit
           end-if
      *
           if ca-record-type is equal to "H"
              or ca-record-type is equal to "T"
              go to 2000-exit
           end-if
      *
           add 1 to ack-records-read
      *
           if ca-record-type is not equal to "D"
              move "UNRECOGNIZED RECORD TYPE" to rl-remark
              perform 3900-write-ack-exception
              go to 2000-exit
           end-if
      *
           move ca-account-no to cr-account-no
           move ca-run-date   to cr-run-date
           read claim-register-file
                invalid key
                   move "CLAIM NOT ON REGISTER" to rl-remark
                   perform 3900-write-ack-exception
                   go to 2000-exit
           end-read
      *
           evaluate true
              when ca-accepted
                 perform 3000-apply-acceptance thru 3000-exit
              when ca-rejected
                 perform 3100-apply-rejection thru 3100-exit
              when ca-paid
                 perform 3200-apply-payment thru 3200-exit
              when other
                 move "UNRECOGNIZED DISPOSITION" to rl-remark
                 perform 3900-write-ack-exception
           end-evaluate.
      *
       2000-exit.
           exit.
      *
      *********************************************************************
      *
      * A C C E P T E D
      *
      *********************************************************************
      *
      * Only a submitted claim moves to accepted; one already
      * accepted or paid is a repeat acknowledgement and is left
      * alone.  The utility reversing its own rejection is for the
      * program office to sort out, not for the register to absorb
      *
       3000-apply-acceptance.
           if cr-rejected
              move "ACCEPTANCE OF A REJECTED CLAIM" to rl-remark
              perform 3900-write-ack-exception
              go to 3000-exit
           end-if
      *
           if not cr-submitted
              add 1 to acks-unchanged
              go to 3000-exit
           end-if
      *
           set cr-accepted to true
           move ca-action-date to cr-ack-date
           perform 3800-rewrite-register
           add 1 to claims-accepted.
      *
       3000-exit.
           exit.
      *
      *********************************************************************
      *
      * R E J E C T E D
      *
      *********************************************************************
      *
      * The claimed dollars go back off the season the claim was
      * posted against.  A claim already rejected has had its
      * dollars returned once, and a paid claim has been paid -- in
      * either case nothing moves and the line goes on the listing
      *
       3100-apply-rejection.
           if cr-rejected
              move "CLAIM ALREADY REJECTED" to rl-remark
              perform 3900-write-ack-exception
              go to 3100-exit
           end-if
      *
           if cr-paid
              move "REJECTION OF A PAID CLAIM" to rl-remark
              perform 3900-write-ack-exception
              go to 3100-exit
           end-if
      *
           set cr-rejected to true
           move ca-reason-code to cr-reason-code
           move ca-action-date to cr-ack-date
           perform 3800-rewrite-register
           add 1 to claims-rejected
      *
           perform 5000-return-claimed-dollars thru 5000-exit
      *
           move cr-account-no   to rl-account-no
           move cr-run-date     to rl-run-date
           move cr-season-year  to rl-season-year
           move cr-claim-amount to rl-amount
           move cr-reason-code  to rl-reason-code
           write rejection-list-record from rejection-line.
      *
       3100-exit.
           exit.
      *
      *********************************************************************
      *
      * P A I D
      *
      *********************************************************************
      *
       3200-apply-payment.
           if cr-rejected
              move "PAYMENT OF A REJECTED CLAIM" to rl-remark
              perform 3900-write-ack-exception
              go to 3200-exit
           end-if
      *
           if cr-paid
              add 1 to acks-unchanged
              go to 3200-exit
           end-if
      *
           set cr-paid to true
           move ca-action-date to cr-ack-date
           perform 3800-rewrite-register
           add 1 to claims-paid.
      *
       3200-exit.
           exit.
      *
      *********************************************************************
      *
      * R E G I S T E R   A N D   L I S T I N G   L I N E S
      *
      *********************************************************************
      *
       3800-rewrite-register.
           rewrite claim-register-record
                   invalid key
                      display "Unable to update claim register for "
                              "account " cr-account-no
           end-rewrite.
      *
       3900-write-ack-exception.
           add 1 to ack-exceptions
           move ca-account-no  to rl-account-no
           move ca-run-date    to rl-run-date
           move zero           to rl-season-year
           move zero           to rl-amount
           move ca-reason-code to rl-reason-code
           write rejection-list-record from rejection-line
           move spaces to rl-remark.
      *
      *********************************************************************
      *
      * R E T U R N   R E J E C T E D   D O L L A R S
      *
      *********************************************************************
      *
      * The reverse of dhwclaim's 4500-post-claim-to-ledger for one
      * claim: the amount comes off claimed, never below zero.  It
      * is not put back on encumbered -- the utility has refused it,
      * so it is not committed either
      *
       5000-return-claimed-dollars.
           move spaces to rl-remark
      *
           if not ledger-available
              add cr-claim-amount to dollars-not-returned
              move "DOLLARS NOT RETURNED -- NO LEDGER" to rl-remark
              go to 5000-exit
           end-if
      *
           move cr-season-year to bl-season-year
           read budget-ledger-file
                invalid key
                   add cr-claim-amount to dollars-not-returned
                   move "SEASON NOT ON BUDGET LEDGER" to rl-remark
                   go to 5000-exit
           end-read
      *
           if cr-claim-amount is greater than bl-claimed-dollars
              move zero to bl-claimed-dollars
           else
              subtract cr-claim-amount from bl-claimed-dollars
           end-if
      *
           rewrite budget-ledger-record
                   invalid key
                      add cr-claim-amount to dollars-not-returned
                      move "UNABLE TO UPDATE BUDGET LEDGER"
                           to rl-remark
                      go to 5000-exit
           end-rewrite
      *
           add cr-claim-amount to dollars-returned.
      *
       5000-exit.
           exit.
      *
      *********************************************************************
      *
      * C O N T R O L   C O U N T S
      *
      *********************************************************************
      *
       4000-write-summary.
           move spaces to rejection-list-record
           write rejection-list-record
      *
           move "Acknowledgements read    :" to sc-label
           move ack-records-read to sc-count
           write rejection-list-record from summary-count-line
      *
           move "Claims accepted          :" to sc-label
           move claims-accepted to sc-count
           write rejection-list-record from summary-count-line
      *
           move "Claims rejected          :" to sc-label
           move claims-rejected to sc-count
           write rejection-list-record from summary-count-line
      *
           move "Claims paid              :" to sc-label
           move claims-paid to sc-count
           write rejection-list-record from summary-count-line
      *
           move "Repeat acknowledgements  :" to sc-label
           move acks-unchanged to sc-count
           write rejection-list-record from summary-count-line
      *
           move "Exceptions listed        :" to sc-label
           move ack-exceptions to sc-count
           write rejection-list-record from summary-count-line
      *
           move "Rejected dollars returned:" to sd-label
           move dollars-returned to sd-dollars
           write rejection-list-record from summary-dollar-line
      *
           if dollars-not-returned is greater than zero
              move "Rejected, NOT returned   :" to sd-label
              move dollars-not-returned to sd-dollars
              write rejection-list-record from summary-dollar-line
           end-if.
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
           move "DHWACK" to rn-job-name
           move so-operator-id to rn-operator-id
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
