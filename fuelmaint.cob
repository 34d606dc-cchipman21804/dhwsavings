      * fuel menu from, without a recompile of either program.  Also
      * where a discontinued fuel gets taken off the menu (and put
      * back on, if it comes back) without deleting its price history.
      * Every saved change is posted to the change journal (see
      * chgjrnl.cpy) with the record before and after.
      *
      ************************************************************
      *
          value "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 month-name-table redefines month-name-constants.
          02 month-name occurs 12 times    pic x(3).
      *
       01 save-status-switch               pic x     value "N".
          88 save-failed                        value "Y".
      *
       01 before-active-flag               pic x.
      *
       01 signon-parameters.
          copy "signparm.cpy".
      *
       01 journal-parameters.
          copy "jrnlparm.cpy".
      *
      ************************************************************
      *
      *
           perform 1000-open-fuel-rate-file
      *
           perform 2000-maintain-one-fuel thru 2000-exit
                   until maint-done
      *
           close fuel-rate-file
                   display "New fuel -- enter name, unit, BTU factor"
                   set new-fuel-entry to true
           end-read
      *
      * The record as it stood before this change, for the journal
      *
           if new-fuel-entry
              move spaces to jp-before-image
              move space  to before-active-flag
           else
              move fuel-rate-record to jp-before-image
              move fr-active-flag   to before-active-flag
           end-if
      *
           display "Fuel name     : " fr-fuel-name
           display "Enter fuel name (blank to keep): "
              end-evaluate
           end-if
      *
           move "N" to save-status-switch
           write fuel-rate-record
                 invalid key
                    rewrite fuel-rate-record
                            invalid key
                               display "Unable to save fuel rate record"
                               set save-failed to true
                    end-rewrite
           end-write
      *
           if not save-failed
              perform 2900-journal-change thru 2900-exit
           end-if
      *
           display "Another fuel (Y/N)? "
           accept maint-answer.
      *
       2340-zero-month-prices.
           move zero to fr-month-price (month-sub).
      *
      *********************************************************************
      *
      * J O U R N A L   T H E   C H A N G E
      *
      *********************************************************************
      *
      * Every saved add, change and activate/deactivate goes on the
      * change journal with the record before and after (see
      * chgjrnl.cpy); a save that changed nothing is not journaled
      *
       2900-journal-change.
           move fuel-rate-record to jp-after-image
           if jp-after-image is equal to jp-before-image
              go to 2900-exit
           end-if
      *
           move so-operator-id to jp-operator-id
           move "FUELRATE"     to jp-file-name
           move fr-fuel-code   to jp-record-key
           evaluate true
               when new-fuel-entry
                    set jp-add to true
               when fr-active-flag is equal to before-active-flag
                    set jp-change to true
               when fr-active
                    set jp-activate to true
               when other
                    set jp-deactivate to true
           end-evaluate
      *
           call "jrnlpost" using journal-parameters.
      *
       2900-exit.
           exit.
