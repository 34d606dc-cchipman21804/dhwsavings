      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - QA Inspection
      * Results
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Keys the inspector's findings against the visits drawn for
      * re-inspection by dhwqasmp (inspect.cpy): whether the measure
      * was found installed, the flow rate measured at the fixture,
      * and a note.  The account is keyed and each of its drawn
      * visits is offered in turn; one already inspected shows its
      * findings and may be keyed again.
      *
      * The result is set from the findings, not keyed:
      *   - a measure not found installed fails;
      *   - a measured flow more than the tolerance over the flow
      *     the visit was saved at fails (a visit saved with no
      *     flow has nothing to compare and is judged on the
      *     installed finding alone);
      *   - anything else passes.
      * The operator who did the install may not key findings on
      * their own work.  The inspection appointment booked for the
      * visit is marked visited on the appointment file
      * (schedule.cpy) when the findings are saved, the way dhwsave
      * marks a survey visit.
      *
      ************************************************************
      *
       identification division.
       program-id.    dhwinsp.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select inspection-file assign to "INSPECT"
                  organization is indexed
                  access mode is dynamic
                  record key is iq-visit-key
                  file status is inspect-status.
      *
           select appointment-file assign to "SCHEDULE"
                  organization is indexed
                  access mode is dynamic
                  record key is ap-appt-key
                  file status is schedule-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "inspect.cpy".
       copy "schedule.cpy".
      *
       working-storage section.
      *
       01 inspect-status                   pic xx.
          88 inspect-ok                         value "00".
      *
       01 schedule-status                  pic xx.
          88 schedule-ok                        value "00".
      *
       01 schedule-avail-switch            pic x     value "N".
          88 schedule-available                 value "Y".
      *
       01 maint-answer                     pic x.
          88 maint-done                         value "N" "n".
      *
       01 record-answer                    pic x.
          88 record-answer-yes                  value "Y" "y".
      *
       01 installed-answer                 pic x.
          88 installed-answer-yes               value "Y" "y".
          88 installed-answer-no                value "N" "n".
      *
       01 note-entry                       pic x(40).
      *
       01 account-entry                    pic 9(7).
      *
       01 visit-scan-switch                pic x     value "N".
          88 visit-scan-done                    value "Y".
      *
       01 visits-offered                   pic 9(3).
      *
      * A measured flow this far over the flow the visit was saved
      * at is a failed install; changed here when the utility's
      * inspection standard changes
      *
       01 flow-tolerance                   pic 9v99  value 0.25.
       01 flow-limit                       pic 99v99.
      *
       01 inspect-run-date                 pic 9(8).
      *
       01 signon-parameters.
          copy "signparm.cpy".
      *
      ************************************************************
      *
       procedure division.
       main-para.
      * Findings are keyed by the inspector who went out: any
      * active operator may sign on (see signparm.cpy)
           initialize signon-parameters
           set so-any-role to true
           call "signon" using signon-parameters
           if so-signon-failed
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
           accept inspect-run-date from date yyyymmdd
      *
           perform 1000-open-inspection-files
      *
           perform 2000-inspect-one-account thru 2000-exit
                   until maint-done
      *
           close inspection-file
           if schedule-available
              close appointment-file
           end-if
           stop run.
      *
      *********************************************************************
      *
      * O P E N   F I L E S
      *
      *********************************************************************
      *
       1000-open-inspection-files.
           open i-o inspection-file
           if not inspect-ok
              display "No inspection file on hand -- "
                      "run the QA sampling job first"
              stop run
           end-if
      *
           open i-o appointment-file
           if schedule-ok
              set schedule-available to true
           else
              display "No appointment file on hand -- "
                      "appointments not marked visited"
           end-if.
      *
      *********************************************************************
      *
      * O F F E R   E A C H   D R A W N   V I S I T   F O R   O N E
      * A C C O U N T
      *
      *********************************************************************
      *
       2000-inspect-one-account.
           display "Account number inspected (0 to quit): "
           accept account-entry
      *
           if account-entry is equal to zero
              move "N" to maint-answer
              go to 2000-exit
           end-if
      *
           move "N"  to visit-scan-switch
           move zero to visits-offered
           move account-entry to iq-account-no
           move zero to iq-run-date
           move zero to iq-run-time
           start inspection-file
                 key is not less than iq-visit-key
                 invalid key set visit-scan-done to true
           end-start
      *
           perform 2100-offer-one-visit thru 2100-exit
                   until visit-scan-done
      *
           if visits-offered is equal to zero
              display "No visit drawn for inspection on that account"
           end-if
      *
           display "Another account (Y/N)? "
           accept maint-answer.
      *
       2000-exit.
           exit.
      *
       2100-offer-one-visit.
           read inspection-file next record
                at end set visit-scan-done to true
           end-read
      *
           if visit-scan-done
              go to 2100-exit
           end-if
      *
           if iq-account-no is not equal to account-entry
              set visit-scan-done to true
              go to 2100-exit
           end-if
      *
           add 1 to visits-offered
           display " "
           display "Visit of     : " iq-run-date " " iq-run-time
                   "  measure " iq-measure-code
                   "  saved at " iq-saved-flow-rate " GPM"
           display "Installed by : " iq-installer-id
                   "  inspector " iq-inspector-id
                   "  booked for " iq-appt-date
           if not iq-awaiting-result
              display "Result       : " iq-result-flag
                      " (P=passed, F=failed) on " iq-inspected-date
                      "  installed " iq-found-installed
                      "  flow " iq-measured-flow-rate
              display "Note         : " iq-inspector-note
           end-if
      *
           display "Record findings for this visit (Y/N)? "
           move space to record-answer
           accept record-answer
           if not record-answer-yes
              go to 2100-exit
           end-if
      *
           if so-operator-id is equal to iq-installer-id
              display "You installed this measure -- findings must "
                      "be keyed by another operator"
              go to 2100-exit
           end-if
      *
           perform 2200-accept-findings thru 2200-exit
           perform 2300-judge-findings
      *
           move inspect-run-date     to iq-inspected-date
           move so-operator-id       to iq-recorded-by
           rewrite inspection-record
                   invalid key
                      display "Unable to save inspection findings"
                      go to 2100-exit
           end-rewrite
      *
           if iq-passed
              display "Inspection PASSED"
           else
              display "Inspection FAILED -- claim to be held back"
           end-if
      *
           perform 2400-close-appointment thru 2400-exit.
      *
       2100-exit.
           exit.
      *
      *********************************************************************
      *
      * F I N D I N G S   E N T R Y
      *
      *********************************************************************
      *
       2200-accept-findings.
           display "Measure found installed (Y/N): "
           move space to installed-answer
           accept installed-answer
           evaluate true
               when installed-answer-yes
                    set iq-measure-installed to true
               when installed-answer-no
                    set iq-measure-missing to true
               when other
                    display "Answer Y or N"
                    go to 2200-accept-findings
           end-evaluate
      *
           display "Measured flow rate in GPM (0 if not measured): "
           move zero to iq-measured-flow-rate
           accept iq-measured-flow-rate
      *
           display "Note          : " iq-inspector-note
           display "Enter note (blank to keep): "
           move spaces to note-entry
           accept note-entry
           if note-entry is not equal to spaces
              move note-entry to iq-inspector-note
           end-if.
      *
       2200-exit.
           exit.
      *
       2300-judge-findings.
           set iq-passed to true
      *
           if iq-measure-missing
              set iq-failed to true
           end-if
      *
           if iq-saved-flow-rate is greater than zero
              and iq-measured-flow-rate is greater than zero
              compute flow-limit = iq-saved-flow-rate + flow-tolerance
              if iq-measured-flow-rate is greater than flow-limit
                 set iq-failed to true
              end-if
           end-if.
      *
      * Only the inspection appointment is closed; a survey
      * appointment the account has on the same date is dhwsave's
      *
       2400-close-appointment.
           if not schedule-available
              or iq-appt-date is equal to zero
              go to 2400-exit
           end-if
      *
           move iq-account-no to ap-account-no
           move iq-appt-date  to ap-req-date
           read appointment-file
                invalid key go to 2400-exit
           end-read
      *
           if ap-inspection and ap-booked
              set ap-visited to true
              rewrite appointment-record
                      invalid key continue
              end-rewrite
           end-if.
      *
       2400-exit.
           exit.
