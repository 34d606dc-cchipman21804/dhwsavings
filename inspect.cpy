      ******************************************************************
      *
      * INSPECT.CPY
      *
      * Post-install QA inspection file.  One record per saved visit
      * drawn for re-inspection by dhwqasmp.cob, keyed by the
      * visit's own history key (hdwhist.cpy) so a visit is never
      * drawn twice.  The sampling job fills the first half -- who
      * installed it, why it was drawn, what flow the measure was
      * saved at, and the inspection appointment booked for it on
      * the visit appointment file (schedule.cpy).  The inspector's
      * findings are keyed through dhwinsp.cob, which sets the
      * result, and dhwqarpt.cob reports pass/fail off the file.
      *
      * Sample reasons:
      *   R  drawn in the operator's routine percentage
      *   P  payback shorter than the sampling job's limit
      *   C  annual cost saved larger than the sampling job's limit
      *
      * A visit booked with no inspector (no other operator was
      * available, or the account already had an appointment on the
      * inspection date) carries spaces in iq-inspector-id and zero
      * in iq-appt-date, and is booked by hand through schmaint.
      *
      ******************************************************************
      *
       fd  inspection-file
           label records are standard.
       01  inspection-record.
           05  iq-visit-key.
               10  iq-account-no           pic 9(7).
               10  iq-run-date             pic 9(8).
               10  iq-run-time             pic 9(6).
           05  iq-sample-date              pic 9(8).
           05  iq-sample-reason            pic x.
               88  iq-routine-sample           value "R".
               88  iq-short-payback            value "P".
               88  iq-large-saving             value "C".
           05  iq-installer-id             pic x(8).
           05  iq-inspector-id             pic x(8).
           05  iq-appt-date                pic 9(8).
           05  iq-measure-code             pic 99.
           05  iq-saved-flow-rate          pic 9v99.
           05  iq-result-flag              pic x.
               88  iq-awaiting-result          value "O".
               88  iq-passed                   value "P".
               88  iq-failed                   value "F".
           05  iq-found-installed          pic x.
               88  iq-measure-installed        value "Y".
               88  iq-measure-missing          value "N".
           05  iq-measured-flow-rate       pic 9v99.
           05  iq-inspected-date           pic 9(8).
           05  iq-recorded-by              pic x(8).
           05  iq-inspector-note           pic x(40).
