       identification division.
       program-id. repeat-sens-rpt.

      ******************************************************************
      *    Daily sensitive-data detection report (SENSLOG, see
      *    repeat-sens-det-rec.cpy): every detection on an unflagged
      *    request for the day, grouped by the requesting user so the
      *    owning team can be coached -- when, from which entry point,
      *    the request key and pattern, what kind of value was found
      *    and at which byte, and whether the request was forced
      *    classified or rejected. The values themselves were never
      *    logged and are not shown; the vault row under the same
      *    audit timestamp is where a privacy officer goes for them.
      *    SYSIN card: the business date (YYYYMMDD, blank for today).
      *    The day's detections are held in a table of 2000; past
      *    that the per-user counts are still exact but the listing
      *    stops, and the report says so. Returns 4 when there was
      *    any detection, so the scheduler can route the report.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select optional detect-file assign to senslog
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  sens-card-rec.
           05  sr-report-date     pic x(8).

       fd  detect-file.
       copy repeat-sens-det-rec.

       working-storage section.
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-found-sw          pic x(1).
           88  ws-found         value "y".
       01  ws-report-date       pic x(8).
       01  ws-kind-text         pic x(11).
       01  ws-action-text       pic x(8).
      *    one row per user with a detection on the day.
       01  ws-user-count        pic 9(4) comp-5 value 0.
       01  ws-user-table.
           05  ws-user occurs 300 times.
               10  us-user-id         pic x(8).
               10  us-cost-center     pic x(4).
               10  us-card            pic 9(6).
               10  us-ssn             pic 9(6).
               10  us-keyword         pic 9(6).
               10  us-forced          pic 9(6).
               10  us-rejected        pic 9(6).
       01  ws-user-idx          pic 9(4) comp-5.
      *    the day's detections in log order, listed under each user.
       01  ws-det-count         pic 9(4) comp-5 value 0.
       01  ws-det-table.
           05  ws-det occurs 2000 times.
               10  dt-user-idx        pic 9(4) comp-5.
               10  dt-timestamp       pic x(26).
               10  dt-source          pic x(1).
               10  dt-request-key     pic x(8).
               10  dt-pattern-id      pic x(8).
               10  dt-kind            pic x(1).
               10  dt-position        pic 9(4).
               10  dt-action          pic x(1).
       01  ws-det-idx           pic 9(4) comp-5.
       01  ws-log-rows          pic 9(8) comp-5 value 0.
       01  ws-day-rows          pic 9(8) comp-5 value 0.
       01  ws-not-listed        pic 9(8) comp-5 value 0.
       01  ws-not-tallied       pic 9(8) comp-5 value 0.
       01  ws-total-forced      pic 9(8) comp-5 value 0.
       01  ws-total-rejected    pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof or sr-report-date = spaces
               move function current-date(1:8) to ws-report-date
           else
               move sr-report-date to ws-report-date
           end-if
           display "repeat-sens-rpt: sensitive-data detections for "
               ws-report-date
           open input detect-file
           perform until ws-eof
               read detect-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-log-rows
                       if sx-timestamp(1:8) = ws-report-date
                           add 1 to ws-day-rows
                           perform take-one-detection
                       end-if
               end-read
           end-perform
           close detect-file
           if ws-user-count = 0
               display "  none"
           end-if
           perform varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-count
               perform print-one-user
           end-perform
           display " "
           display "repeat-sens-rpt: control totals"
           display "  log rows read .......... " ws-log-rows
           display "  detections on the day .. " ws-day-rows
           display "  users .................. " ws-user-count
           display "  forced classified ...... " ws-total-forced
           display "  rejected (reason 25) ... " ws-total-rejected
           if ws-not-listed > 0
               display "  not listed (table full)  " ws-not-listed
           end-if
           if ws-not-tallied > 0
               display "  users past 300 ......... " ws-not-tallied
           end-if
           if ws-day-rows > 0
               move 4 to return-code
           end-if
           goback.

       take-one-detection.
           perform find-user
           if sx-rejected
               add 1 to ws-total-rejected
           else
               add 1 to ws-total-forced
           end-if
           if not ws-found
               add 1 to ws-not-tallied
           else
               evaluate true
                   when sx-card-number
                       add 1 to us-card(ws-user-idx)
                   when sx-ssn
                       add 1 to us-ssn(ws-user-idx)
                   when other
                       add 1 to us-keyword(ws-user-idx)
               end-evaluate
               if sx-rejected
                   add 1 to us-rejected(ws-user-idx)
               else
                   add 1 to us-forced(ws-user-idx)
               end-if
               if ws-det-count >= 2000
                   add 1 to ws-not-listed
               else
                   add 1 to ws-det-count
                   move ws-user-idx to dt-user-idx(ws-det-count)
                   move sx-timestamp to dt-timestamp(ws-det-count)
                   move sx-source to dt-source(ws-det-count)
                   move sx-request-key to dt-request-key(ws-det-count)
                   move sx-pattern-id to dt-pattern-id(ws-det-count)
                   move sx-kind to dt-kind(ws-det-count)
                   move sx-position to dt-position(ws-det-count)
                   move sx-action to dt-action(ws-det-count)
               end-if
           end-if.

       find-user.
           move "n" to ws-found-sw
           perform varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-count or ws-found
               if us-user-id(ws-user-idx) = sx-user-id
                   move "y" to ws-found-sw
               end-if
           end-perform
           if ws-found
               subtract 1 from ws-user-idx
           else
               if ws-user-count < 300
                   add 1 to ws-user-count
                   move ws-user-count to ws-user-idx
                   initialize ws-user(ws-user-idx)
                   move sx-user-id to us-user-id(ws-user-idx)
                   move sx-cost-center to us-cost-center(ws-user-idx)
                   move "y" to ws-found-sw
               end-if
           end-if.

       print-one-user.
           display " "
           display "  user " us-user-id(ws-user-idx)
               "  cost center " us-cost-center(ws-user-idx)
           display "    card numbers " us-card(ws-user-idx)
               "  SSNs " us-ssn(ws-user-idx)
               "  keywords " us-keyword(ws-user-idx)
               "  forced " us-forced(ws-user-idx)
               "  rejected " us-rejected(ws-user-idx)
           display "    timestamp                  src key      "
               "pattern  found       byte action"
           perform varying ws-det-idx from 1 by 1
               until ws-det-idx > ws-det-count
               if dt-user-idx(ws-det-idx) = ws-user-idx
                   perform print-one-detection
               end-if
           end-perform.

       print-one-detection.
           evaluate dt-kind(ws-det-idx)
               when "L"
                   move "card number" to ws-kind-text
               when "S"
                   move "SSN" to ws-kind-text
               when other
                   move "keyword" to ws-kind-text
           end-evaluate
           if dt-action(ws-det-idx) = "R"
               move "rejected" to ws-action-text
           else
               move "forced" to ws-action-text
           end-if
           display "    " dt-timestamp(ws-det-idx)
               " " dt-source(ws-det-idx)
               "   " dt-request-key(ws-det-idx)
               " " dt-pattern-id(ws-det-idx)
               " " ws-kind-text
               " " dt-position(ws-det-idx)
               " " ws-action-text.
       end program repeat-sens-rpt.
