      * stay answerable.  The program itself sits behind a
      * supervisor sign-on; on a brand-new site the sign-on is not
      * enforced until the first operator is keyed, which is how the
      * first supervisor gets in.  Every saved change is posted to
      * the change journal (see chgjrnl.cpy) with the record before
      * and after -- the password masked, so the journal shows that
      * it changed but never what it is.
      *
      ************************************************************
      *
      *
       01 role-entry                       pic x.
          88 role-entry-valid                   value "S" "V" "B".
      *
       01 save-status-switch               pic x     value "N".
          88 save-failed                        value "Y".
      *
       01 before-active-flag               pic x.
       01 before-password                  pic x(8).
      *
      * Journal copy of the operator record, the password overlaid
      * before it leaves the program
      *
       01 operator-image.
          02 oi-operator-id                pic x(8).
          02 oi-password                   pic x(8).
          02 oi-role                       pic x.
          02 oi-active-flag                pic x.
      *
       01 signon-parameters.
          copy "signparm.cpy".
      *
       01 journal-parameters.
          copy "jrnlparm.cpy".
      *
      ************************************************************
      *
                   initialize operator-master-record
                   move operator-id-entry to om-operator-id
           end-read
      *
      * The record as it stood before this change, for the journal
      *
           if new-operator-entry
              move spaces to jp-before-image
              move space  to before-active-flag
              move spaces to before-password
           else
              move operator-master-record to operator-image
              move "********" to oi-password
              move operator-image to jp-before-image
              move om-active-flag to before-active-flag
              move om-password    to before-password
           end-if
      *
           display "Enter password (blank to keep): "
           move spaces to password-entry
              end-evaluate
           end-if
      *
           move "N" to save-status-switch
           write operator-master-record
                 invalid key
                    rewrite operator-master-record
                            invalid key
                               display "Unable to save operator record"
                               set save-failed to true
                    end-rewrite
           end-write
      *
           if not save-failed
              perform 2900-journal-change thru 2900-exit
           end-if
      *
           display "Another operator (Y/N)? "
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
      * Every saved add, change and activate/deactivate goes on the
      * change journal with the record before and after (see
      * chgjrnl.cpy); a save that changed nothing is not journaled
      *
      * A changed password shows as *CHANGED in the after image;
      * an unchanged one stays masked like the before image
      *
       2900-journal-change.
           move operator-master-record to operator-image
           if om-password is equal to before-password
              move "********" to oi-password
           else
              move "*CHANGED" to oi-password
           end-if
           move operator-image to jp-after-image
           if jp-after-image is equal to jp-before-image
              go to 2900-exit
           end-if
      *
           move so-operator-id to jp-operator-id
           move "OPERMAST"     to jp-file-name
           move om-operator-id to jp-record-key
           evaluate true
               when new-operator-entry
                    set jp-add to true
               when om-active-flag is equal to before-active-flag
                    set jp-change to true
               when om-active
                    set jp-activate to true
               when other
                    set jp-deactivate to true
           end-evaluate
      *
           call "jrnlpost" using journal-parameters.
      *
       2900-exit.
           exit.
