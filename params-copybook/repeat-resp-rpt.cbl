       identification division.
       program-id. repeat-resp-rpt.

      ******************************************************************
      *    Response-time report for the daytime paths: the RPTC
      *    transaction and REPEAT-MQ-LISTENER, from the timing log
      *    both write (RESPLOG, see repeat-resp-time-rec.cpy -- the
      *    RPTT queue's offload and the listener's own log,
      *    concatenated under the one DD). For the requests that
      *    arrived on the report date, each path gets:
      *      - per hour, the volume, the 50th, 90th and 99th
      *        percentile and the longest response, the hour flagged
      *        when its 90th percentile is over the path's target;
      *      - the same for the whole day, with the average time in
      *        the entitlement gate, pattern resolution and the
      *        REPEAT-WRAPPER call, and the count of each outcome;
      *      - the slowest individual requests, slowest first.
      *    Percentiles are nearest-rank over hundredth-of-a-second
      *    buckets up to twenty seconds; a percentile that falls
      *    past that prints as "20.00+".
      *    SYSIN card: the report date (YYYYMMDD, blank for today),
      *    the online and the queue 90th-percentile targets in
      *    hundredths of a second (zero or blank for 200, two
      *    seconds), and how many slowest requests to list per path
      *    (zero or blank for 20, at most 50).
      *    Returns 4 when any hour or day is over its target, 16
      *    when the report date is not a date.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select optional resp-time-file assign to resplog
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  resp-card-rec.
           05  ra-business-date   pic x(8).
           05  ra-online-target   pic 9(6).
           05  ra-queue-target    pic 9(6).
           05  ra-slow-count      pic 9(2).

       fd  resp-time-file.
       copy repeat-resp-time-rec.

       working-storage section.
       copy repeat-resp-time-rec
           replacing leading ==repeat-resp-time== by ==ws-resp-time==
                     leading ==tm-== by ==tw-==.
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-breach-sw         pic x value "n".
           88  ws-breach-seen   value "y".
       01  ws-business-date     pic x(8).
       01  ws-slow-max          pic 9(2) comp-5.
       01  ws-log-read          pic 9(8) comp-5 value 0.
       01  ws-log-taken         pic 9(8) comp-5 value 0.
       01  ws-log-unreadable    pic 9(8) comp-5 value 0.
       01  ws-hour-breaches     pic 9(8) comp-5 value 0.
      *    the arrival hour, bucket, and path of the row in hand.
       01  ws-hour-text         pic x(2).
       01  ws-hour-num redefines ws-hour-text pic 9(2).
       01  ws-hour-idx          pic 9(2) comp-5.
       01  ws-path-idx          pic 9(1) comp-5.
       01  ws-bucket-idx        pic 9(4) comp-5.
      *    per path and hour: the volume, the longest response, and
      *    a count per hundredth of a second -- the last bucket
      *    takes everything from twenty seconds on.
       01  ws-path-table.
           05  ws-path-entry occurs 2 times.
               10  ws-pt-name         pic x(20).
               10  ws-pt-target       pic 9(8) comp-5.
               10  ws-pt-count        pic 9(8) comp-5.
               10  ws-pt-max          pic 9(8) comp-5.
               10  ws-pt-entitle-hs   pic 9(12) comp-5.
               10  ws-pt-pattern-hs   pic 9(12) comp-5.
               10  ws-pt-wrapper-hs   pic 9(12) comp-5.
               10  ws-pt-answered     pic 9(8) comp-5.
               10  ws-pt-refused      pic 9(8) comp-5.
               10  ws-pt-held         pic 9(8) comp-5.
               10  ws-pt-deferred     pic 9(8) comp-5.
               10  ws-pt-deadletter   pic 9(8) comp-5.
               10  ws-pt-other        pic 9(8) comp-5.
               10  ws-pt-hour occurs 24 times.
                   15  ws-ph-count    pic 9(8) comp-5.
                   15  ws-ph-max      pic 9(8) comp-5.
                   15  ws-ph-bucket   pic 9(8) comp-5
                                      occurs 2001 times.
      *    the slowest requests per path, slowest first.
       01  ws-slow-table.
           05  ws-slow-path occurs 2 times.
               10  ws-sl-count        pic 9(2) comp-5.
               10  ws-sl-entry occurs 50 times.
                   15  ws-sl-response pic 9(8) comp-5.
                   15  ws-sl-row      pic x(104).
       01  ws-sl-hold.
           05  ws-sh-response   pic 9(8) comp-5.
           05  ws-sh-row        pic x(104).
       01  ws-sl-idx            pic 9(2) comp-5.
      *    nearest-rank percentiles over the buckets of one hour
      *    (ws-pc-hour 1-24) or the whole day (ws-pc-hour 0).
       01  ws-pc-hour           pic 9(2) comp-5.
       01  ws-pc-count          pic 9(8) comp-5.
       01  ws-pc-cum            pic 9(8) comp-5.
       01  ws-pc-bucket-count   pic 9(8) comp-5.
       01  ws-pc-rank-50        pic 9(8) comp-5.
       01  ws-pc-rank-90        pic 9(8) comp-5.
       01  ws-pc-rank-99        pic 9(8) comp-5.
       01  ws-pc-p50            pic 9(8) comp-5.
       01  ws-pc-p90            pic 9(8) comp-5.
       01  ws-pc-p99            pic 9(8) comp-5.
       01  ws-pc-max            pic 9(8) comp-5.
       01  ws-pc-done-sw        pic x(1).
           88  ws-pc-done       value "y".
       01  ws-pc-flag           pic x(1).
      *    hundredths shown as seconds.
       01  ws-secs-hs           pic 9(8) comp-5.
       01  ws-secs-value        pic 9(6)v99.
       01  ws-secs-edit         pic z(5)9.99.
       01  ws-secs-text         pic x(9).
       01  ws-p50-text          pic x(9).
       01  ws-p90-text          pic x(9).
       01  ws-p99-text          pic x(9).
       01  ws-max-text          pic x(9).
       01  ws-target-text       pic x(9).
       01  ws-avg-entitle       pic x(9).
       01  ws-avg-pattern       pic x(9).
       01  ws-avg-wrapper       pic x(9).
       01  ws-resp-text         pic x(9).
       01  ws-ent-text          pic x(9).
       01  ws-pat-text          pic x(9).
       01  ws-wrp-text          pic x(9).
       01  ws-hour-edit         pic 9(2).

       procedure division.
       main-line.
           perform read-control-card
           if ws-business-date is not numeric
               display "repeat-resp-rpt: report date "
                   ws-business-date " is not a date"
               move 16 to return-code
               goback
           end-if
           initialize ws-path-table
           initialize ws-slow-table
           move "online (RPTC)" to ws-pt-name(1)
           move "queue (MQ listener)" to ws-pt-name(2)
           if ra-online-target is numeric and ra-online-target > 0
               move ra-online-target to ws-pt-target(1)
           else
               move 200 to ws-pt-target(1)
           end-if
           if ra-queue-target is numeric and ra-queue-target > 0
               move ra-queue-target to ws-pt-target(2)
           else
               move 200 to ws-pt-target(2)
           end-if
           if ra-slow-count is numeric and ra-slow-count > 0
               move ra-slow-count to ws-slow-max
               if ws-slow-max > 50
                   move 50 to ws-slow-max
               end-if
           else
               move 20 to ws-slow-max
           end-if
           perform load-timings
           display "repeat-resp-rpt: response times in seconds, "
               "requests arriving " ws-business-date
           perform varying ws-path-idx from 1 by 1
               until ws-path-idx > 2
               perform print-path-report
           end-perform
           display "repeat-resp-rpt: control totals"
           display "  log rows read .......... " ws-log-read
           display "  rows for the date ...... " ws-log-taken
           display "  rows unreadable ........ " ws-log-unreadable
           display "  online requests ........ " ws-pt-count(1)
           display "  queue requests ......... " ws-pt-count(2)
           display "  hours over target ...... " ws-hour-breaches
           if ws-breach-seen
               display "repeat-resp-rpt: response-time target "
                   "breached -- see the hours flagged"
               move 4 to return-code
           end-if
           goback.

       read-control-card.
           move spaces to resp-card-rec
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof
               move spaces to resp-card-rec
           end-if
           if ra-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move ra-business-date to ws-business-date
           end-if.

       load-timings.
           open input resp-time-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read resp-time-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-log-read
                       if tm-arrival-ts(1:8) = ws-business-date
                           perform take-timing-row
                       end-if
               end-read
           end-perform
           close resp-time-file.

      *    a row that cannot be placed -- unknown path, no arrival
      *    hour, non-numeric times -- is counted and left out.
       take-timing-row.
           move tm-arrival-ts(9:2) to ws-hour-text
           evaluate true
               when tm-path-online
                   move 1 to ws-path-idx
               when tm-path-queue
                   move 2 to ws-path-idx
               when other
                   move 0 to ws-path-idx
           end-evaluate
           if ws-path-idx = 0
               or ws-hour-text is not numeric or ws-hour-num > 23
               or tm-response-hs is not numeric
               or tm-entitle-hs is not numeric
               or tm-pattern-hs is not numeric
               or tm-wrapper-hs is not numeric
               add 1 to ws-log-unreadable
           else
               add 1 to ws-log-taken
               compute ws-hour-idx = ws-hour-num + 1
               perform tally-timing-row
               perform rank-slow-request
           end-if.

       tally-timing-row.
           if tm-response-hs < 2000
               compute ws-bucket-idx = tm-response-hs + 1
           else
               move 2001 to ws-bucket-idx
           end-if
           add 1 to ws-ph-bucket(ws-path-idx ws-hour-idx
               ws-bucket-idx)
           add 1 to ws-ph-count(ws-path-idx ws-hour-idx)
           if tm-response-hs > ws-ph-max(ws-path-idx ws-hour-idx)
               move tm-response-hs
                   to ws-ph-max(ws-path-idx ws-hour-idx)
           end-if
           add 1 to ws-pt-count(ws-path-idx)
           if tm-response-hs > ws-pt-max(ws-path-idx)
               move tm-response-hs to ws-pt-max(ws-path-idx)
           end-if
           add tm-entitle-hs to ws-pt-entitle-hs(ws-path-idx)
           add tm-pattern-hs to ws-pt-pattern-hs(ws-path-idx)
           add tm-wrapper-hs to ws-pt-wrapper-hs(ws-path-idx)
           evaluate true
               when tm-answered
                   add 1 to ws-pt-answered(ws-path-idx)
               when tm-refused
                   add 1 to ws-pt-refused(ws-path-idx)
               when tm-held
                   add 1 to ws-pt-held(ws-path-idx)
               when tm-deferred
                   add 1 to ws-pt-deferred(ws-path-idx)
               when tm-deadlettered
                   add 1 to ws-pt-deadletter(ws-path-idx)
               when other
                   add 1 to ws-pt-other(ws-path-idx)
           end-evaluate.

      *    insertion into the path's slowest list: a request slower
      *    than the list's last entry (or any request while the list
      *    is short) goes in at the bottom and moves up past every
      *    faster one.
       rank-slow-request.
           if ws-sl-count(ws-path-idx) < ws-slow-max
               add 1 to ws-sl-count(ws-path-idx)
               move ws-sl-count(ws-path-idx) to ws-sl-idx
           else
               move ws-sl-count(ws-path-idx) to ws-sl-idx
               if tm-response-hs
                   not > ws-sl-response(ws-path-idx ws-sl-idx)
                   move 0 to ws-sl-idx
               end-if
           end-if
           if ws-sl-idx > 0
               move tm-response-hs
                   to ws-sl-response(ws-path-idx ws-sl-idx)
               move repeat-resp-time-rec
                   to ws-sl-row(ws-path-idx ws-sl-idx)
               perform until ws-sl-idx = 1
                   or ws-sl-response(ws-path-idx ws-sl-idx)
                   not > ws-sl-response(ws-path-idx ws-sl-idx - 1)
                   move ws-sl-entry(ws-path-idx ws-sl-idx - 1)
                       to ws-sl-hold
                   move ws-sl-entry(ws-path-idx ws-sl-idx)
                       to ws-sl-entry(ws-path-idx ws-sl-idx - 1)
                   move ws-sl-hold
                       to ws-sl-entry(ws-path-idx ws-sl-idx)
                   subtract 1 from ws-sl-idx
               end-perform
           end-if.

       print-path-report.
           move ws-pt-target(ws-path-idx) to ws-secs-hs
           perform format-secs
           move ws-secs-text to ws-target-text
           display " "
           display "  " ws-pt-name(ws-path-idx)
               " -- 90th percentile target "
               function trim(ws-target-text)
           if ws-pt-count(ws-path-idx) = 0
               display "    no requests"
           else
               display "    hour requests       p50       p90"
                   "       p99       max"
               perform varying ws-hour-idx from 1 by 1
                   until ws-hour-idx > 24
                   if ws-ph-count(ws-path-idx ws-hour-idx) > 0
                       perform print-hour-line
                   end-if
               end-perform
               perform print-day-line
               perform print-slow-list
           end-if.

       print-hour-line.
           move ws-hour-idx to ws-pc-hour
           move ws-ph-count(ws-path-idx ws-hour-idx) to ws-pc-count
           move ws-ph-max(ws-path-idx ws-hour-idx) to ws-pc-max
           perform compute-percentiles
           if ws-pc-flag = "*"
               add 1 to ws-hour-breaches
           end-if
           compute ws-hour-edit = ws-hour-idx - 1
           display "    " ws-hour-edit "   " ws-pc-count " "
               ws-p50-text " " ws-p90-text " " ws-p99-text " "
               ws-max-text " " ws-pc-flag.

       print-day-line.
           move 0 to ws-pc-hour
           move ws-pt-count(ws-path-idx) to ws-pc-count
           move ws-pt-max(ws-path-idx) to ws-pc-max
           perform compute-percentiles
           display "    day  " ws-pc-count " "
               ws-p50-text " " ws-p90-text " " ws-p99-text " "
               ws-max-text " " ws-pc-flag
           divide ws-pt-entitle-hs(ws-path-idx)
               by ws-pt-count(ws-path-idx) giving ws-secs-hs
           perform format-secs
           move ws-secs-text to ws-avg-entitle
           divide ws-pt-pattern-hs(ws-path-idx)
               by ws-pt-count(ws-path-idx) giving ws-secs-hs
           perform format-secs
           move ws-secs-text to ws-avg-pattern
           divide ws-pt-wrapper-hs(ws-path-idx)
               by ws-pt-count(ws-path-idx) giving ws-secs-hs
           perform format-secs
           move ws-secs-text to ws-avg-wrapper
           display "    average in entitlement "
               function trim(ws-avg-entitle)
               ", pattern " function trim(ws-avg-pattern)
               ", wrapper " function trim(ws-avg-wrapper)
           display "    answered " ws-pt-answered(ws-path-idx)
               "  refused " ws-pt-refused(ws-path-idx)
               "  held " ws-pt-held(ws-path-idx)
           display "    deferred " ws-pt-deferred(ws-path-idx)
               "  dead-lettered " ws-pt-deadletter(ws-path-idx)
               "  other " ws-pt-other(ws-path-idx).

      *    the ranks first, then one walk up the buckets that stops
      *    at each rank as the running count reaches it. The line is
      *    flagged "*" when the 90th percentile is over the target.
       compute-percentiles.
           compute ws-pc-rank-50 = (ws-pc-count * 50 + 99) / 100
           compute ws-pc-rank-90 = (ws-pc-count * 90 + 99) / 100
           compute ws-pc-rank-99 = (ws-pc-count * 99 + 99) / 100
           move 0 to ws-pc-p50
           move 0 to ws-pc-p90
           move 0 to ws-pc-p99
           move 0 to ws-pc-cum
           move "n" to ws-pc-done-sw
           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > 2001 or ws-pc-done
               if ws-pc-hour = 0
                   move 0 to ws-pc-bucket-count
                   perform varying ws-hour-idx from 1 by 1
                       until ws-hour-idx > 24
                       add ws-ph-bucket(ws-path-idx ws-hour-idx
                           ws-bucket-idx) to ws-pc-bucket-count
                   end-perform
               else
                   move ws-ph-bucket(ws-path-idx ws-pc-hour
                       ws-bucket-idx) to ws-pc-bucket-count
               end-if
               if ws-pc-bucket-count > 0
                   if ws-pc-cum < ws-pc-rank-50
                       and ws-pc-cum + ws-pc-bucket-count
                           >= ws-pc-rank-50
                       compute ws-pc-p50 = ws-bucket-idx - 1
                   end-if
                   if ws-pc-cum < ws-pc-rank-90
                       and ws-pc-cum + ws-pc-bucket-count
                           >= ws-pc-rank-90
                       compute ws-pc-p90 = ws-bucket-idx - 1
                   end-if
                   if ws-pc-cum < ws-pc-rank-99
                       and ws-pc-cum + ws-pc-bucket-count
                           >= ws-pc-rank-99
                       compute ws-pc-p99 = ws-bucket-idx - 1
                       move "y" to ws-pc-done-sw
                   end-if
                   add ws-pc-bucket-count to ws-pc-cum
               end-if
           end-perform
           move ws-pc-p50 to ws-secs-hs
           perform format-percentile
           move ws-secs-text to ws-p50-text
           move ws-pc-p90 to ws-secs-hs
           perform format-percentile
           move ws-secs-text to ws-p90-text
           move ws-pc-p99 to ws-secs-hs
           perform format-percentile
           move ws-secs-text to ws-p99-text
           move ws-pc-max to ws-secs-hs
           perform format-secs
           move ws-secs-text to ws-max-text
           if ws-pc-p90 > ws-pt-target(ws-path-idx)
               move "*" to ws-pc-flag
               move "y" to ws-breach-sw
           else
               move space to ws-pc-flag
           end-if.

       format-percentile.
           if ws-secs-hs >= 2000
               move "   20.00+" to ws-secs-text
           else
               perform format-secs
           end-if.

       format-secs.
           compute ws-secs-value = ws-secs-hs / 100
           move ws-secs-value to ws-secs-edit
           move ws-secs-edit to ws-secs-text.

       print-slow-list.
           display "    slowest requests"
           display "      req-id   user     dept arrived     "
               "response  entitle  pattern  wrapper st rs o"
           perform varying ws-sl-idx from 1 by 1
               until ws-sl-idx > ws-sl-count(ws-path-idx)
               move ws-sl-row(ws-path-idx ws-sl-idx)
                   to ws-resp-time-rec
               move tw-response-hs to ws-secs-hs
               perform format-secs
               move ws-secs-text to ws-resp-text
               move tw-entitle-hs to ws-secs-hs
               perform format-secs
               move ws-secs-text to ws-ent-text
               move tw-pattern-hs to ws-secs-hs
               perform format-secs
               move ws-secs-text to ws-pat-text
               move tw-wrapper-hs to ws-secs-hs
               perform format-secs
               move ws-secs-text to ws-wrp-text
               display "      " tw-request-id " " tw-user-id " "
                   tw-cost-center " " tw-arrival-ts(9:2) ":"
                   tw-arrival-ts(11:2) ":" tw-arrival-ts(13:2) " "
                   ws-resp-text ws-ent-text ws-pat-text ws-wrp-text
                   " " tw-status " " tw-reason " " tw-outcome
           end-perform.
       end program repeat-resp-rpt.
