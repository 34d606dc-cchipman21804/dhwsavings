      * its cost history.  The rated flow rate is held to the same
      * 1.00 - 2.50 GPM band the survey screens enforce, and the
      * installed cost to the same 50000 ceiling, so a catalog row
      * can never fail the survey edits downstream.  Every saved
      * change is posted to the change journal (see chgjrnl.cpy)
      * with the record before and after.
      *
      ************************************************************
      *
          02 min-flow-rate                 pic 9     value 1.
          02 max-flow-rate                 pic 9v9   value 2.5.
          02 max-install-cost              pic 9(5)  value 50000.
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
                           " flow rate, cost"
                   set new-measure-entry to true
           end-read
      *
      * The record as it stood before this change, for the journal
      *
           if new-measure-entry
              move spaces to jp-before-image
              move space  to before-active-flag
           else
              move measure-cat-record to jp-before-image
              move ms-active-flag     to before-active-flag
           end-if
      *
           display "Description   : " ms-description
           display "Enter description (blank to keep): "
              end-evaluate
           end-if
      *
           move "N" to save-status-switch
           write measure-cat-record
                 invalid key
                    rewrite measure-cat-record
                            invalid key
                               display "Unable to save measure record"
                               set save-failed to true
                    end-rewrite
           end-write
      *
           if not save-failed
              perform 2900-journal-change thru 2900-exit
           end-if
      *
           display "Another measure (Y/N)? "
           accept maint-answer.
      *
       2200-exit.
           exit.
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
           move measure-cat-record to jp-after-image
           if jp-after-image is equal to jp-before-image
              go to 2900-exit
           end-if
      *
           move so-operator-id  to jp-operator-id
           move "MEASCAT"       to jp-file-name
           move ms-measure-code to jp-record-key
           evaluate true
               when new-measure-entry
                    set jp-add to true
               when ms-active-flag is equal to before-active-flag
                    set jp-change to true
               when ms-active
                    set jp-activate to true
               when other
                    set jp-deactivate to true
           end-evaluate
      *
           call "jrnlpost" using journal-parameters.
      *
       2900-exit.
           exit.
