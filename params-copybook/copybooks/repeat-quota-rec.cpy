      *    night can admit somewhat more than the ceiling says.
      *    Treat the daily ceilings as advisory on parallel nights,
      *    or schedule the legs against separate quota clusters and
      *    accept per-leg ceilings. REPEAT-QUOTA-TRUEUP rebuilds a
      *    day's rows from the audit trail at end of day and lists
      *    any ceiling the lost updates let through, so the
      *    undercount does not outlive the day.
      ******************************************************************
       01  repeat-quota-rec.
           05  qu-key.
