      ******************************************************************
      *    REPEAT-SENS-DET-REC
      *    One sensitive-data detection on an unclassified request
      *    (file SENSLOG): appended by REPEAT-TRANS-EDIT, REPEATCALL,
      *    and the queue listener, and by RPTC through the RPTX
      *    transient data queue offloaded to the same file. Records
      *    what was found and where, never the value itself -- the
      *    point is to keep it off general datasets. REPEAT-SENS-RPT
      *    lists the day's detections by user for coaching.
      *    SX-KIND: "L" 13-19 digit run passing the Luhn check,
      *    "S" SSN-shaped value, "K" policy keyword. SX-ACTION: "C"
      *    forced classified, "R" rejected (reason 25).
      ******************************************************************
       01  repeat-sens-det-rec.
           05  sx-timestamp       pic x(26).
           05  sx-user-id         pic x(8).
           05  sx-cost-center     pic x(4).
           05  sx-source          pic x(1).
           05  sx-request-key     pic x(8).
           05  sx-pattern-id      pic x(8).
           05  sx-kind            pic x(1).
               88  sx-card-number value "L".
               88  sx-ssn         value "S".
               88  sx-keyword     value "K".
           05  sx-position        pic 9(4).
           05  sx-action          pic x(1).
               88  sx-forced      value "C".
               88  sx-rejected    value "R".
