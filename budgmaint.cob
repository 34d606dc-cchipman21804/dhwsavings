      * mid-season.  The claimed and encumbered draws are shown for
      * reference but are posted by dhwclaim and dhwsave/dhwbatch,
      * not keyed here -- hand-correcting a draw is a supervised
      * exception, prompted for separately.  Every saved change is
      * posted to the change journal (see chgjrnl.cpy) with the
      * record before and after, so a raised threshold or a
      * hand-corrected draw can be traced to who made it.
      *
      ************************************************************
      *
          88 adjust-wanted                      value "Y" "y".
      *
       01 dollars-out                      pic zzz,zzz,zz9.99.
      *
       01 save-status-switch               pic x     value "N".
          88 save-failed                        value "Y".
      *
       01 signon-parameters.
          copy "signparm.cpy".
      *
       01 journal-parameters.
          copy "jrnlparm.cpy".
      *
      ************************************************************
      *
                   move zero to bl-encumbered-dollars
                   move zero to bl-warn-threshold-pct
           end-read
      *
      * The record as it stood before this change, for the journal
      *
           if new-season-entry
              move spaces to jp-before-image
           else
              move budget-ledger-record to jp-before-image
           end-if
      *
           move bl-approved-dollars to dollars-out
           display "Approved dollars   : " dollars-out
              end-if
           end-if
      *
           move "N" to save-status-switch
           write budget-ledger-record
                 invalid key
                    rewrite budget-ledger-record
                            invalid key
                               display "Unable to save ledger record"
                               set save-failed to true
                    end-rewrite
           end-write
      *
           if not save-failed
              perform 2900-journal-change thru 2900-exit
           end-if
      *
           display "Another season (Y/N)? "
           accept maint-answer.
      *
       2000-exit.
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
           move budget-ledger-record to jp-after-image
           if jp-after-image is equal to jp-before-image
              go to 2900-exit
           end-if
      *
           move so-operator-id to jp-operator-id
           move "BUDGLEDG"     to jp-file-name
           move bl-season-year to jp-record-key
           if new-season-entry
              set jp-add to true
           else
              set jp-change to true
           end-if
      *
           call "jrnlpost" using journal-parameters.
      *
       2900-exit.
           exit.
