      ******************************************************************
      *    REPEAT-DEACT-REC
      *    One standing-request entry proposed for deactivation by
      *    the weekly health check: written by REPEAT-STAND-HEALTH
      *    (file DEACTOUT) for every active entry with a flag that
      *    will not clear on its own -- already expired, owner gone
      *    from ENTITLIN or refused by it, pattern deleted, failing
      *    every run, or never due -- with the flags behind the
      *    proposal. Operations confirms DV-ACTION ("D") or blanks it
      *    to keep the entry, and signs DV-REVIEWED-BY;
      *    REPEAT-STAND-DEACT then sets SR-ACTIVE off on STANDMST
      *    through the same MAINTLOG change history RPTS uses, so a
      *    cleanup needs no RPTS session per entry.
      *    DV-ACTION: blank keep as is, "D" deactivate.
      ******************************************************************
       01  repeat-deact-rec.
           05  dv-sr-id           pic x(8).
           05  dv-user-id         pic x(8).
           05  dv-cost-center     pic x(4).
           05  dv-expiry-date     pic x(8).
           05  dv-flag-expired    pic x(1).
               88  dv-expired     value "Y".
           05  dv-flag-no-user    pic x(1).
               88  dv-no-user     value "Y".
           05  dv-flag-refused    pic x(1).
               88  dv-refused     value "Y".
           05  dv-flag-no-pattern pic x(1).
               88  dv-no-pattern  value "Y".
           05  dv-flag-failing    pic x(1).
               88  dv-failing     value "Y".
           05  dv-flag-never-due  pic x(1).
               88  dv-never-due   value "Y".
           05  dv-last-success    pic x(8).
           05  dv-action          pic x(1).
               88  dv-keep        value space.
               88  dv-deactivate  value "D".
           05  dv-reviewed-by     pic x(8).
           05  dv-review-date     pic x(8).
