      ******************************************************************
      *    REPEAT-SLA-DEADLINE-REC
      *    One row of the completion-deadline table (SLADLIN,
      *    maintained by operations with the downstream owners like
      *    the approval threshold table): the time by which a
      *    priority class must be finished -- DL-DAY-OFFSET days
      *    after the business date, at DL-DEADLINE-TIME (HHMM) -- so
      *    a class-1 commitment of 06:00 the next morning is offset
      *    1, time 0600. A row naming a cost center binds that
      *    department's requests in the class; a row with a blank
      *    cost center binds every other department. A class with no
      *    row has no deadline, and its requests are counted but
      *    never late.
      ******************************************************************
       01  sla-deadline-rec.
           05  dl-priority        pic 9(1).
           05  dl-cost-center     pic x(4).
           05  dl-day-offset      pic 9(1).
           05  dl-deadline-time   pic 9(4).
