      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Change Journal Post
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * One journal writer for every reference-file maintenance
      * screen, CALLed the way signon is (see jrnlparm.cpy for the
      * parameter layout).  Stamps the caller's before/after images
      * with today's date and time and appends them to the change
      * journal (chgjrnl.cpy), creating the journal on first use the
      * way the audit log is created.  jrnlrept.cob lists it.
      *
      ************************************************************
      *
       identification division.
       program-id.    jrnlpost.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select change-journal-file assign to "CHGJRNL"
                  organization is line sequential
                  file status is chgjrnl-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "chgjrnl.cpy".
      *
       working-storage section.
      *
       01 chgjrnl-status                   pic xx.
          88 chgjrnl-ok                         value "00".
      *
       01 run-timestamp.
          02 run-date                      pic 9(8).
          02 run-time                      pic 9(6).
      *
      ************************************************************
      *
       linkage section.
      *
       01 journal-parameters.
          copy "jrnlparm.cpy".
      *
      ************************************************************
      *
       procedure division using journal-parameters.
       main-para.
           accept run-date from date yyyymmdd
           accept run-time from time
      *
           move run-date        to jr-journal-date
           move run-time        to jr-journal-time
           move jp-operator-id  to jr-operator-id
           move jp-file-name    to jr-file-name
           move jp-record-key   to jr-record-key
           move jp-action       to jr-action
           move jp-before-image to jr-before-image
           move jp-after-image  to jr-after-image
      *
           open extend change-journal-file
           if not chgjrnl-ok
              open output change-journal-file
           end-if
           write change-journal-record
           close change-journal-file
           goback.
