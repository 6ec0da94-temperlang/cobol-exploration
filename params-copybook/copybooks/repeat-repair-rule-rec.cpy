      ******************************************************************
      *    REPEAT-REPAIR-RULE-REC
      *    One row of the reject repair-rule table (REPRULE,
      *    maintained by the repeat utility's owners like the
      *    approval threshold table): whether and how REPEAT-REJECT-
      *    REPAIR may correct a reject failed with RP-REASON without
      *    waiting for a person to hand-edit RESUBIN. A row naming a
      *    cost center binds that department's rejects; a row with a
      *    blank cost center binds every other department. Actions:
      *      "C"  reason 02 or 13 -- cap the count at the user's
      *           entitlement maximum or the installation ceiling,
      *           whichever is lower;
      *      "S"  reason 05 -- rerun a count-mode request with no
      *           delimiter as a stream request: records of up to
      *           RP-STREAM-LRECL bytes (zero for 800), each whole
      *           repetitions of the 80-byte input field as the
      *           stream engine repeats it, enough of them to hold
      *           the count, on the RP-STREAM-ROUTE routing name;
      *      "W"  reason 06 or 08 -- widen a numbered request's
      *           sequence to the digits its last value needs;
      *      "P"  reason 18 -- substitute RP-SUCCESSOR-PATTERN for
      *           the retired RP-RETIRED-PATTERN (one row per retired
      *           pattern id; the successor must be on the pattern
      *           master);
      *      "M"  never repair -- leave for manual repair (a
      *           department's exception to a blanket rule).
      *    A reason with no row is left for manual repair.
      ******************************************************************
       01  repair-rule-rec.
           05  rp-reason          pic 9(2).
           05  rp-cost-center     pic x(4).
           05  rp-action          pic x(1).
               88  rp-action-cap       value "C".
               88  rp-action-stream    value "S".
               88  rp-action-widen     value "W".
               88  rp-action-successor value "P".
               88  rp-action-manual    value "M".
           05  rp-retired-pattern   pic x(8).
           05  rp-successor-pattern pic x(8).
           05  rp-stream-lrecl    pic 9(4).
           05  rp-stream-route    pic x(8).
