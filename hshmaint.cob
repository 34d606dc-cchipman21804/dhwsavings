      * number -- without a recompile of anything.  dhwsave, dhwbatch
      * and dhwedit verify every keyed account against this file, so
      * a household must be entered here before its first analysis
      * can be saved.  Every saved change is posted to the change
      * journal (see chgjrnl.cpy) with the record before and after,
      * under the operator signed on here.
      *
      ************************************************************
      *
      * an initialized record with the keyed account moved back in
      *
       01 account-entry                    pic 9(7).
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
       procedure division.
       main-para.
      * Any active operator may key a household, but the change
      * journal needs to know which one (see signparm.cpy)
           initialize signon-parameters
           set so-any-role to true
           call "signon" using signon-parameters
           if so-signon-failed
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
           perform 1000-open-household-mast-file
      *
           perform 2000-maintain-one-household thru 2000-exit
                   initialize household-mast-record
                   move account-entry to hm-account-no
           end-read
      *
      * The record as it stood before this change, for the journal
      *
           if new-household-entry
              move spaces to jp-before-image
           else
              move household-mast-record to jp-before-image
           end-if
      *
           if hm-account-closed
              display "Account closed by the utility on "
                      hm-closed-date
           end-if
      *
           display "Name           : " hm-name
           display "Enter name (blank to keep): "
           display "Enter water heater install year (YYYY): "
           accept hm-install-year
      *
           move "N" to save-status-switch
           write household-mast-record
                 invalid key
                    rewrite household-mast-record
                            invalid key
                               display "Unable to save household record"
                               set save-failed to true
                    end-rewrite
           end-write
      *
           if not save-failed
              perform 2900-journal-change thru 2900-exit
           end-if
      *
           display "Another household (Y/N)? "
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
           move household-mast-record to jp-after-image
           if jp-after-image is equal to jp-before-image
              go to 2900-exit
           end-if
      *
           move so-operator-id to jp-operator-id
           move "HSHLDMST"     to jp-file-name
           move hm-account-no  to jp-record-key
           if new-household-entry
              set jp-add to true
           else
              set jp-change to true
           end-if
      *
           call "jrnlpost" using journal-parameters.
      *
       2900-exit.
           exit.
