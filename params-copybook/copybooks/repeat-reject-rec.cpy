      *    "R", "P"), completing the source-qualified identity the
      *    result and extract rows carry.
           05  rj-source          pic x(1).
      *    the reason the request failed with (REPEAT-REASON, see
      *    repeat-params.cpy), which the repair rules are keyed on.
           05  rj-fail-reason     pic 9(2).
      *    "A" on a row REPEAT-REJECT-REPAIR corrected by rule and
      *    wrote to RESUBIN; blank on rejects and on hand repairs.
           05  rj-repair-tag      pic x(1).
               88  rj-auto-repaired value "A".
