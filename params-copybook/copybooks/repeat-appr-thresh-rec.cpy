      ******************************************************************
      *    REPEAT-APPR-THRESH-REC
      *    One row of the supervisor-approval threshold table
      *    (THRESHIN, maintained by the repeat utility's owners like
      *    the chargeback rate table): the ceiling on a single
      *    request's estimated output above which REPEAT-APPR-CHK
      *    holds it on the APPRMST pending-approval master instead of
      *    letting it run (see repeat-approval-rec.cpy). A department
      *    without its own row falls under the "DFLT" row; with no
      *    DFLT row either, nothing from it is held.
      *    The estimate is the REPEAT-FORECAST cost rule -- stream
      *    record length times record count, fill the full output
      *    buffer, otherwise count times the untrimmed input plus the
      *    delimiters and the numbered-mode digits -- and the record
      *    estimate is the stream record count, one for a fill
      *    request, otherwise the repetition count. Zero in either
      *    ceiling means no ceiling on that measure.
      ******************************************************************
       01  appr-thresh-rec.
           05  th-cost-center     pic x(4).
           05  th-max-bytes       pic 9(12).
           05  th-max-records     pic 9(8).
