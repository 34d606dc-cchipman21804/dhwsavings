      * cold-water inlet temperature file (cwtemp.cpy) that the
      * annualized projection rides on, without a recompile.  Each
      * monthly temperature is held to the same 33 - 79 degF band
      * the survey cold-water entry enforces.  Every saved change is
      * posted to the change journal (see chgjrnl.cpy) with the
      * record before and after.
      *
      ************************************************************
      *
          88 maint-done                         value "N" "n".
      *
       01 region-code-entry                pic x(3).
      *
       01 new-entry-switch                 pic x     value "N".
          88 new-region-entry                   value "Y".
      *
       01 save-status-switch               pic x     value "N".
          88 save-failed                        value "Y".
      *
       01 month-sub                        pic 99.
      *
      *
       01 signon-parameters.
          copy "signparm.cpy".
      *
       01 journal-parameters.
          copy "jrnlparm.cpy".
      *
      ************************************************************
      *
              go to 2000-exit
           end-if
      *
           move "N" to new-entry-switch
           move region-code-entry to cw-region-code
           read cold-water-temp-file
                invalid key
                   display "New region -- enter all twelve"
                           " monthly temperatures"
                   set new-region-entry to true
           end-read
      *
      * The record as it stood before this change, for the journal
      *
           if new-region-entry
              move spaces to jp-before-image
           else
              move cold-water-temp-record to jp-before-image
           end-if
      *
           perform 2100-accept-one-month thru 2100-exit
                   varying month-sub from 1 by 1
                   until month-sub is greater than 12
      *
           move "N" to save-status-switch
           write cold-water-temp-record
                 invalid key
                    rewrite cold-water-temp-record
                            invalid key
                               display "Unable to save region record"
                               set save-failed to true
                    end-rewrite
           end-write
      *
           if not save-failed
              perform 2900-journal-change thru 2900-exit
           end-if
      *
           display "Another region (Y/N)? "
           accept maint-answer.
      *
       2100-exit.
           exit.
      *
      *********************************************************************
      *
      * J O U R N A L   T H E   C H A N G E
      *
      *********************************************************************
      *
      * Every saved add and change goes on the change journal with
      * the record before and after (see chgjrnl.cpy); a save that
      * changed nothing is not journaled
      *
       2900-journal-change.
           move cold-water-temp-record to jp-after-image
           if jp-after-image is equal to jp-before-image
              go to 2900-exit
           end-if
      *
           move so-operator-id to jp-operator-id
           move "CWTEMPS"      to jp-file-name
           move cw-region-code to jp-record-key
           if new-region-entry
              set jp-add to true
           else
              set jp-change to true
           end-if
      *
           call "jrnlpost" using journal-parameters.
      *
       2900-exit.
           exit.
