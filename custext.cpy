      ******************************************************************
      *
      * CUSTEXT.CPY
      *
      * The utility's periodic customer extract, as it arrives on
      * the transfer: one record per account, under the same
      * ten-digit district/cycle + account number the billing
      * extract carries (see rawbill.cpy) -- the rightmost seven
      * digits are the program's account number.  dhwcust.cob
      * matches it to the household master (hshldmst.cpy), and
      * trusts it for nothing until it has been edited there.
      *
      * Status codes:
      *   A  active account -- added to the master if new, and its
      *      name, address and phone applied
      *   C  closed account -- flagged closed on the master as of
      *      ce-status-date, never deleted
      *
      * A field the utility sends blank is taken as "not known",
      * never as a reason to blank what the master already holds.
      *
      ******************************************************************
      *
       fd  customer-extract-file
           label records are standard.
       01  customer-extract-record.
           05  ce-utility-account.
               10  ce-district-cycle       pic x(3).
               10  ce-account-no           pic 9(7).
           05  ce-status-code              pic x.
               88  ce-active                   value "A".
               88  ce-closed                   value "C".
           05  ce-status-date              pic 9(8).
           05  ce-status-date-x            redefines ce-status-date
                                           pic x(8).
           05  ce-name                     pic x(25).
           05  ce-address                  pic x(25).
           05  ce-city                     pic x(15).
           05  ce-state                    pic xx.
           05  ce-zip-code                 pic 9(5).
           05  ce-zip-code-x               redefines ce-zip-code
                                           pic x(5).
           05  ce-phone                    pic x(10).
