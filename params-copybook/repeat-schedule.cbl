      *    repeat-standing-rec.cpy) is due on the given business date,
      *    so the driver's standing pass merges only the entries that
      *    belong to the night instead of every active entry every
      *    night. The holiday calendar (HOLCAL VSAM, see
      *    repeat-holiday-rec.cpy, maintained on the RPTK screen) is
      *    read once on first call and held in working storage for
      *    the rest of the run.
      *    Rules: daily (blank/"D") is due every night; weekly "W" is
      *    due when the business date falls on SC-DAY-OF-WEEK (1
      *    Monday .. 7 Sunday); monthly "M" when the day of month
       input-output section.
       file-control.
           select optional holiday-file assign to holcal
               organization is indexed
               access mode is sequential
               record key is hc-key
               file status is ws-holiday-fs.

       data division.
       file section.
       fd  holiday-file.
       copy repeat-holiday-rec.

       working-storage section.
       01  ws-holiday-fs        pic x(2).
           88  ws-file-eof      value "y".
       01  ws-holiday-count     pic 9(4) comp-5 value 0.
       01  ws-holiday-table.
           05  ws-holiday occurs 1000 times pic x(8).
       01  ws-hol-idx           pic 9(4) comp-5.
       01  ws-holiday-sw        pic x.
           88  ws-is-holiday    value "y".
           if ws-holiday-fs not = "00"
               move "y" to ws-file-eof-sw
           end-if
           perform until ws-file-eof or ws-holiday-count >= 1000
               read holiday-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       if hc-date is numeric
                           add 1 to ws-holiday-count
                           move hc-date
                               to ws-holiday(ws-holiday-count)
                       end-if
               end-read
           end-perform
           if not ws-file-eof and ws-holiday-count >= 1000
               display "repeat-schedule: holiday table full at 1000 "
                   "rows -- remaining calendar rows ignored"
           end-if
           close holiday-file.
