      *    source tag the audit trail has always carried is part of
      *    the record identity here too. Space on rows written
      *    before source tagging.
      *    RR-PRED-LINK traces a chained request's result back to its
      *    origin: the source and key of the request whose output
      *    became this one's input (see RT-PRED-LINK in
      *    repeat-trans-rec.cpy), spaces on an unchained request's
      *    row. The fixed prefix ahead of RR-OUT-BUF is 20 bytes.
      ******************************************************************
       01  repeat-result-rec.
           05  rr-key             pic 9(6).
           05  rr-source          pic x(1).
           05  rr-status          pic 9(2).
           05  rr-len             pic 9(4).
           05  rr-pred-link.
               10  rr-pred-source pic x(1).
               10  rr-pred-key    pic 9(6).
           05  rr-out-buf         pic x(800).
