      * hh-history-key at the account number and READ NEXT until the
      * account number changes.
      *
      * hh-run-date is also an alternate record key, with duplicates,
      * on every SELECT of the file.  A job wanting only the visits
      * of a range of run dates STARTs on hh-run-date at the from
      * date and READs NEXT until the run date passes the to date;
      * the visits come back in run-date order, not account order.
      *
      * hh-init-total-usage/hh-init-total-energy (and the new-side
      * counterparts) are the household's actual weekly hot water
      * draw -- the per-shower figure scaled by showers per week
