      ******************************************************************
      *    REPEAT-PATT-XREF-REC
      *    One reference to a pattern id, on the where-used
      *    cross-reference (PATXREF VSAM, keyed pattern id, referrer
      *    type, referrer id), rebuilt from scratch by each
      *    REPEAT-PATT-XREF run. Referrer types: "S" a standing
      *    entry on STANDMST, "B" a subscription on SUBSMST (either
      *    pattern filter), "T" a transaction on the night's
      *    TRANSIN, "C" a compose request, "M" a mix request.
      *    PX-PATTERN-FOUND "N" marks an orphan -- the id is not on
      *    PATTERNF, so the referrer fails with reason 18 or quietly
      *    loses its filter. SUBSMST is a flat file the CICS region
      *    cannot read, so the RPTP delete check takes subscription
      *    references from here, as of the last run; standing
      *    entries it checks live on STANDMST.
      ******************************************************************
       01  repeat-patt-xref-rec.
           05  px-key.
               10  px-pattern-id  pic x(8).
               10  px-ref-type    pic x(1).
                   88  px-ref-standing     value "S".
                   88  px-ref-subscription value "B".
                   88  px-ref-transaction  value "T".
                   88  px-ref-compose      value "C".
                   88  px-ref-mix          value "M".
               10  px-ref-id      pic x(8).
      *    "Y" for an active standing entry and for every
      *    subscription -- the references a delete must not break.
           05  px-ref-active      pic x(1).
               88  px-active      value "Y".
           05  px-pattern-found   pic x(1).
               88  px-orphan      value "N".
           05  px-ref-detail      pic x(40).
