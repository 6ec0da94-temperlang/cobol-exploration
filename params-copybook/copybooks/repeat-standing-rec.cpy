           05  sr-day-of-week     pic 9(1).
           05  sr-day-of-month    pic 9(2).
           05  sr-business-day    pic 9(2).
      *    named pattern the entry resolves its literal from at merge
      *    time, exactly as RT-PATTERN-ID does on TRANSIN -- blank on
      *    a literal entry and on every entry that predates it.
           05  sr-pattern-id      pic x(8).
