      ******************************************************************
      *    REPEAT-HOLIDAY-REC
      *    One holiday on the HOLCAL calendar (VSAM, keyed by date and
      *    region), which REPEAT-SCHEDULE reads to decide which nights
      *    the business-day ("B") standing requests fall on. Maintained
      *    online by the RPTK transaction, every add and delete logged
      *    to the change history; REPEAT-CAL-READY checks each autumn
      *    that next year has been keyed. HC-REGION is blank for a
      *    holiday the whole installation observes, or names the
      *    office or region that observes it -- the batch schedule
      *    runs on one calendar, so every row counts as a non-business
      *    day; the region tells operations whose holiday it is.
      *    HC-DATE is the first eight bytes, so a calendar unloaded
      *    from the hand-kept one-date-per-record dataset loads as-is,
      *    blank region and description.
      ******************************************************************
       01  repeat-holiday-rec.
           05  hc-key.
               10  hc-date        pic x(8).
               10  hc-region      pic x(4).
           05  hc-description     pic x(30).
