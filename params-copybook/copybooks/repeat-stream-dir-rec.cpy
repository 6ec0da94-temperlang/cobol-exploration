           05  sd-dd-name         pic x(8).
           05  sd-lrecl           pic 9(4).
           05  sd-reccount        pic 9(8).
      *    the date the row was written, so the retention manager can
      *    age the directory -- spaces on rows that predate it, which
      *    are kept until they are removed by hand.
           05  sd-written-date    pic x(8).
      *    the parallel leg (1-4) whose stream datasets hold the
      *    request's records -- set by REPEAT-CONSOL on the night's
      *    consolidated directory; space on a single-stream row.
           05  sd-leg             pic x(1).
