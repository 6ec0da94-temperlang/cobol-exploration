      *    (failed) by REPEAT-BATCH's deferred pass as it works
      *    through DEFERIN -- so the black box between 5 PM and 8 AM
      *    has a status an analyst (or the help desk) can look at.
      *    An oversized deferral is advanced to "H" (held for
      *    supervisor approval, see repeat-approval-rec.cpy) instead,
      *    and from there to "S" or "F" by the approval pass the
      *    night after its supervisor decides it.
      *    The request id leads the key: the queued DEFERIN record
      *    carries only the id, so the deferred pass finds the row
      *    by id whatever date the capture stamped -- a request
               88  ds-queued      value "Q".
               88  ds-serviced    value "S".
               88  ds-failed      value "F".
               88  ds-held        value "H".
           05  ds-in-str          pic x(80).
           05  ds-count           pic 9(4).
           05  ds-result-status   pic 9(2).
