      ******************************************************************
      *
      * JRNLPARM.CPY
      *
      * Parameter layout passed between a maintenance program and the
      * shared change journal post jrnlpost.cob.  The caller fills in
      * the signed-on operator (so-operator-id from signparm.cpy),
      * the logical file name, the record key in display form, the
      * action, and the before and after record images, then CALLs
      * jrnlpost, which stamps the date and time and appends the
      * record to the change journal (chgjrnl.cpy).
      *
      * Actions:
      *   ADD         a record that was not on file
      *   CHANGE      any field changed on an existing record
      *   ACTIVATE    the record's active flag went from N to Y
      *   DEACTIVATE  the record's active flag went from Y to N
      *
      * Copy this body under a 01-level group, e.g.
      *     01  journal-parameters.
      *         copy "jrnlparm.cpy".
      *
      ******************************************************************
      *
           05  jp-operator-id              pic x(8).
           05  jp-file-name                pic x(8).
           05  jp-record-key               pic x(10).
           05  jp-action                   pic x(10).
               88  jp-add                      value "ADD".
               88  jp-change                   value "CHANGE".
               88  jp-activate                 value "ACTIVATE".
               88  jp-deactivate               value "DEACTIVATE".
           05  jp-before-image             pic x(200).
           05  jp-after-image              pic x(200).
