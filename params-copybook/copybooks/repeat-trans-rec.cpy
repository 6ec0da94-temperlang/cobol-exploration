      *    repeat-params.cpy).
           05  rt-classified      pic x(1).
               88  rt-classified-yes value "Y".
      *    chained request: the key of an earlier request in the
      *    same night -- "T" a TRANSIN record, "C" a COMPOSEIN
      *    request -- whose produced output becomes this request's
      *    input string in place of RT-IN-STR (and of any pattern
      *    id). REPEAT-BATCH holds a chained record back from its
      *    class pass and runs it in the chain pass once its
      *    predecessor has run. Blank or zero key: not chained.
           05  rt-pred-link.
               10  rt-pred-source pic x(1).
               10  rt-pred-key    pic 9(6).
