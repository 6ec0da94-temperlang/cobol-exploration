       identification division.
       program-id. repeat-privacy-rpt.

      ******************************************************************
      *    Monthly privacy review of the vault access log (UNMASKLOG,
      *    see repeat-unmask-log-rec.cpy): every unmask inquiry in the
      *    month grouped by viewer -- inquiries granted and refused,
      *    vault rows disclosed, and how many of the looks fell
      *    outside the working day -- with flags for the privacy
      *    office to follow up:
      *      VOLUME     more rows disclosed, or more inquiries, than
      *                 the card's monthly limits for one viewer;
      *      OFF-HOURS  any inquiry before the working day starts,
      *                 after it ends, or on a weekend;
      *      REFUSED    any attempt the inquiry turned away;
      *      WHOLE      any inquiry with neither end of the range
      *                 given, i.e. the whole vault.
      *    Each flagged inquiry is then listed with its reason or
      *    ticket, so the review can be worked without the raw log.
      *    SYSIN card: the month (YYYYMM, blank for last month), the
      *    working day's first and last hour (default 07 and 19), and
      *    the per-viewer monthly limits on rows disclosed (default
      *    500) and on inquiries (default 20).
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select optional log-file assign to unmasklog
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  privacy-card-rec.
           05  pr-month           pic x(6).
           05  pr-day-start       pic 9(2).
           05  pr-day-end         pic 9(2).
           05  pr-row-limit       pic 9(6).
           05  pr-inquiry-limit   pic 9(4).

       fd  log-file.
       copy repeat-unmask-log-rec.

       working-storage section.
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-found-sw          pic x(1).
           88  ws-found         value "y".
       01  ws-month             pic x(6).
       01  ws-today             pic x(8).
       01  ws-today-parts redefines ws-today.
           05  ws-today-yyyy    pic 9(4).
           05  ws-today-mm      pic 9(2).
           05  ws-today-dd      pic 9(2).
       01  ws-last-month.
           05  ws-last-yyyy     pic 9(4).
           05  ws-last-mm       pic 9(2).
       01  ws-hour              pic 9(2).
       01  ws-inquiry-date      pic 9(8).
       01  ws-weekday           pic 9(1).
       01  ws-off-hours-sw      pic x(1).
           88  ws-off-hours     value "y".
       01  ws-inquiry-flags     pic x(30).
      *    one row per viewer seen in the month.
       01  ws-viewer-count      pic 9(4) comp-5 value 0.
       01  ws-viewer-table.
           05  ws-viewer occurs 200 times.
               10  vw-user-id         pic x(8).
               10  vw-granted         pic 9(6).
               10  vw-refused         pic 9(6).
               10  vw-rows-shown      pic 9(8).
               10  vw-off-hours       pic 9(6).
               10  vw-whole-vault     pic 9(6).
       01  ws-viewer-idx        pic 9(4) comp-5.
       01  ws-viewer-flags      pic x(40).
       01  ws-log-rows          pic 9(8) comp-5 value 0.
       01  ws-month-rows        pic 9(8) comp-5 value 0.
       01  ws-inquiries         pic 9(8) comp-5 value 0.
       01  ws-flagged-inquiries pic 9(8) comp-5 value 0.
       01  ws-flagged-viewers   pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof
               move spaces to privacy-card-rec
           end-if
           if pr-month = spaces
               move function current-date(1:8) to ws-today
               if ws-today-mm = 1
                   compute ws-last-yyyy = ws-today-yyyy - 1
                   move 12 to ws-last-mm
               else
                   move ws-today-yyyy to ws-last-yyyy
                   compute ws-last-mm = ws-today-mm - 1
               end-if
               move ws-last-month to ws-month
           else
               move pr-month to ws-month
           end-if
           if pr-day-start is not numeric
               move 7 to pr-day-start
           end-if
           if pr-day-end is not numeric or pr-day-end = 0
               move 19 to pr-day-end
           end-if
           if pr-row-limit is not numeric or pr-row-limit = 0
               move 500 to pr-row-limit
           end-if
           if pr-inquiry-limit is not numeric or pr-inquiry-limit = 0
               move 20 to pr-inquiry-limit
           end-if
           display "repeat-privacy-rpt: vault access review for "
               ws-month
           display "  working day " pr-day-start ":00 to "
               pr-day-end ":00 weekdays; per-viewer limits "
               pr-row-limit " rows, " pr-inquiry-limit " inquiries"
           display " "
           display "repeat-privacy-rpt: flagged inquiries"
           move "n" to ws-eof-sw
           open input log-file
           perform until ws-eof
               read log-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-log-rows
                       if ul-inquiry-ts(1:6) = ws-month
                           add 1 to ws-month-rows
                           perform take-one-log-row
                       end-if
               end-read
           end-perform
           close log-file
           if ws-flagged-inquiries = 0
               display "  none"
           end-if
           perform print-viewer-summary
           display " "
           display "repeat-privacy-rpt: control totals"
           display "  log rows read .......... " ws-log-rows
           display "  rows in the month ...... " ws-month-rows
           display "  inquiries .............. " ws-inquiries
           display "  viewers ................ " ws-viewer-count
           display "  flagged inquiries ...... " ws-flagged-inquiries
           display "  flagged viewers ........ " ws-flagged-viewers
           if ws-flagged-viewers > 0
               move 4 to return-code
           end-if
           goback.

       take-one-log-row.
           perform find-viewer
           if ws-found
               evaluate true
                   when ul-header
                       perform take-inquiry-header
                   when ul-disclosed
                       add 1 to vw-rows-shown(ws-viewer-idx)
               end-evaluate
           end-if.

      *    off hours: before the first hour, at or after the last,
      *    or on a Saturday or Sunday (day 6 or 7 counting Monday 1).
       take-inquiry-header.
           add 1 to ws-inquiries
           move spaces to ws-inquiry-flags
           if ul-refused
               add 1 to vw-refused(ws-viewer-idx)
               move "REFUSED" to ws-inquiry-flags(1:8)
           else
               add 1 to vw-granted(ws-viewer-idx)
           end-if
           move "n" to ws-off-hours-sw
           move ul-inquiry-ts(9:2) to ws-hour
           move ul-inquiry-ts(1:8) to ws-inquiry-date
           compute ws-weekday = function mod(
               function integer-of-date(ws-inquiry-date) - 1, 7) + 1
           if ws-hour < pr-day-start or ws-hour >= pr-day-end
               or ws-weekday > 5
               move "y" to ws-off-hours-sw
               add 1 to vw-off-hours(ws-viewer-idx)
               move "OFF-HOURS" to ws-inquiry-flags(10:10)
           end-if
           if ul-from-ts = spaces and ul-to-ts = spaces
               and ul-granted
               add 1 to vw-whole-vault(ws-viewer-idx)
               move "WHOLE" to ws-inquiry-flags(21:6)
           end-if
           if ws-inquiry-flags not = spaces
               add 1 to ws-flagged-inquiries
               display "  " ul-inquiry-ts " " ul-user-id "  "
                   ws-inquiry-flags
               display "      range " ul-from-ts " to " ul-to-ts
               display "      reason " ul-reason
           end-if.

       find-viewer.
           move "n" to ws-found-sw
           perform varying ws-viewer-idx from 1 by 1
               until ws-viewer-idx > ws-viewer-count or ws-found
               if vw-user-id(ws-viewer-idx) = ul-user-id
                   move "y" to ws-found-sw
               end-if
           end-perform
           if ws-found
               subtract 1 from ws-viewer-idx
           else
               if ws-viewer-count >= 200
                   display "repeat-privacy-rpt: viewer table full at "
                       "200 -- " ul-user-id " not reviewed"
               else
                   add 1 to ws-viewer-count
                   move ws-viewer-count to ws-viewer-idx
                   initialize ws-viewer(ws-viewer-idx)
                   move ul-user-id to vw-user-id(ws-viewer-idx)
                   move "y" to ws-found-sw
               end-if
           end-if.

       print-viewer-summary.
           display " "
           display "repeat-privacy-rpt: access by viewer"
           display "  viewer    granted refused rows shown off-hours"
               " whole  flags"
           perform varying ws-viewer-idx from 1 by 1
               until ws-viewer-idx > ws-viewer-count
               move spaces to ws-viewer-flags
               if vw-rows-shown(ws-viewer-idx) > pr-row-limit
                   or vw-granted(ws-viewer-idx)
                       + vw-refused(ws-viewer-idx) > pr-inquiry-limit
                   move "VOLUME" to ws-viewer-flags(1:7)
               end-if
               if vw-off-hours(ws-viewer-idx) > 0
                   move "OFF-HOURS" to ws-viewer-flags(8:10)
               end-if
               if vw-refused(ws-viewer-idx) > 0
                   move "REFUSED" to ws-viewer-flags(18:8)
               end-if
               if vw-whole-vault(ws-viewer-idx) > 0
                   move "WHOLE" to ws-viewer-flags(26:6)
               end-if
               if ws-viewer-flags not = spaces
                   add 1 to ws-flagged-viewers
               end-if
               display "  " vw-user-id(ws-viewer-idx)
                   "  " vw-granted(ws-viewer-idx)
                   "  " vw-refused(ws-viewer-idx)
                   "  " vw-rows-shown(ws-viewer-idx)
                   "  " vw-off-hours(ws-viewer-idx)
                   "  " vw-whole-vault(ws-viewer-idx)
                   "  " ws-viewer-flags
           end-perform.
       end program repeat-privacy-rpt.
