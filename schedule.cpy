      * marked visited automatically, so the book stays honest
      * without anyone keying it twice.
      *
      * Appointment type, appended so records written before the
      * field existed keep their layout (they carry a space here and
      * are all survey visits).  An inspection appointment is booked
      * by the QA sampling job dhwqasmp.cob to re-inspect an install
      * (see inspect.cpy); saving a new analysis never marks one
      * visited -- dhwinsp.cob does when the findings are keyed.
      *
      ******************************************************************
      *
       fd  appointment-file
               88  ap-visited                  value "V".
               88  ap-no-show                  value "N".
               88  ap-cancelled                value "C".
           05  ap-appt-type                pic x.
               88  ap-survey-visit             value "S" " ".
               88  ap-inspection               value "I".
