      ******************************************************************
      *
      * CHGJRNL.CPY
      *
      * Reference-file change journal.  One record is appended for
      * every add, change, activate or deactivate saved through the
      * maintenance screens (fuelmaint, measmaint, hshmaint,
      * cwtmaint, budgmaint, opermaint), so a changed fuel price,
      * install cost, approved season budget or operator role can be
      * traced to who changed it, when, and from what.  Written only
      * through the shared journal post jrnlpost.cob (see
      * jrnlparm.cpy); listed by jrnlrept.cob.
      *
      * The record images are the maintained file's record exactly
      * as it stood before and after the save, left justified and
      * space filled; an add carries spaces for the before image.
      * Operator passwords never reach the journal -- opermaint masks
      * them before the post.
      *
      ******************************************************************
      *
       fd  change-journal-file
           label records are standard.
       01  change-journal-record.
           05  jr-journal-date             pic 9(8).
           05  jr-journal-time             pic 9(6).
           05  jr-operator-id              pic x(8).
           05  jr-file-name                pic x(8).
           05  jr-record-key               pic x(10).
           05  jr-action                   pic x(10).
           05  jr-before-image             pic x(200).
           05  jr-after-image              pic x(200).
