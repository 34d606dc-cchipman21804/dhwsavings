      *   SIGNFAIL  a failed operator sign-on (see signon.cob)
      *
           05  al-action                   pic x(8).
      *
      * The operator who did the install on an ANALYSIS record.
      * dhwsave logs its own operator in both fields; dhwbatch logs
      * BATCH as the operator and the roster's installer here.
      * Appended the same way, so older records carry spaces.
      *
           05  al-installer-id             pic x(8).
