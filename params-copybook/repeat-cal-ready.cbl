       identification division.
       program-id. repeat-cal-ready.

      ******************************************************************
      *    Year-end holiday calendar readiness check, scheduled
      *    weekly from November: a business-day ("B") standing
      *    request placed against a calendar with none of next
      *    year's holidays fires on the wrong night in January and
      *    nobody notices until the output is wrong. Reads the HOLCAL
      *    calendar (see repeat-holiday-rec.cpy) and
      *      - lists the coming year's holidays, and FAILS the step
      *        (return code 8) when there are none at all; a coming
      *        year with fewer holidays than the current one is a
      *        warning (return code 4) -- usually a region not yet
      *        keyed;
      *      - for every active monthly ("M") and business-day ("B")
      *        entry on STANDMST that will still be in effect, lists
      *        each month of the coming year in which the entry fires
      *        on a different day of the month than it did in the
      *        same month this year, so operations can warn the
      *        owners of anything date-sensitive. Daily and weekly
      *        entries do not depend on the calendar and are not
      *        listed.
      *    The due-date rules are REPEAT-SCHEDULE's: "M" on
      *    SR-DAY-OF-MONTH, a day past a short month's end meaning
      *    its last day; "B" on the SR-BUSINESS-DAY'th day of the
      *    month that is neither a weekend nor on the calendar, and
      *    not at all in a month with fewer business days than that.
      *    SYSIN card: the year to check (YYYY, blank for next year).
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select optional holiday-file assign to holcal
               organization is indexed
               access mode is sequential
               record key is hc-key
               file status is ws-holiday-fs.
           select optional standing-file assign to standmst
               organization is indexed
               access mode is sequential
               record key is sr-id
               file status is ws-standing-fs.

       data division.
       file section.
       fd  control-card.
       01  ready-card-rec.
           05  cr-check-year      pic x(4).

       fd  holiday-file.
       copy repeat-holiday-rec.

       fd  standing-file.
       copy repeat-standing-rec.

       working-storage section.
       01  ws-holiday-fs        pic x(2).
       01  ws-standing-fs       pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-holiday-sw        pic x(1).
           88  ws-is-holiday    value "y".
       01  ws-today             pic x(8).
       01  ws-check-year        pic 9(4).
       01  ws-prior-year        pic 9(4).
       01  ws-year-start        pic x(8).
       01  ws-year-end          pic x(8).
       01  ws-holiday-count     pic 9(4) comp-5 value 0.
       01  ws-holiday-table.
           05  ws-holiday occurs 1001 times pic x(8).
       01  ws-hol-idx           pic 9(4) comp-5.
       01  ws-check-holidays    pic 9(6) comp-5 value 0.
       01  ws-prior-holidays    pic 9(6) comp-5 value 0.
       01  ws-calendar-rows     pic 9(8) comp-5 value 0.
      *    the 24 months compared: 1-12 this year, 13-24 the year
      *    being checked. Each holds its last day and the days of
      *    the month that are business days, in order.
       01  ws-month-table.
           05  ws-month occurs 24 times.
               10  mo-last-day        pic 9(2).
               10  mo-biz-count       pic 9(2).
               10  mo-biz-day         pic 9(2) occurs 31 times.
       01  ws-mon-idx           pic 9(4) comp-5.
       01  ws-month-no          pic 9(2).
       01  ws-day-no            pic 9(2).
       01  ws-work-date         pic x(8).
       01  ws-work-date-parts redefines ws-work-date.
           05  ws-work-yyyy     pic 9(4).
           05  ws-work-mm       pic 9(2).
           05  ws-work-dd       pic 9(2).
       01  ws-work-date-num redefines ws-work-date pic 9(8).
       01  ws-day-count         pic 9(8) comp-5.
       01  ws-first-num         pic 9(8) comp-5.
       01  ws-next-first-num    pic 9(8) comp-5.
       01  ws-dow               pic 9(1) comp-5.
       01  ws-day-names         pic x(21)
                                value "MONTUEWEDTHUFRISATSUN".
       01  ws-prior-day         pic 9(2).
       01  ws-check-day         pic 9(2).
       01  ws-prior-text        pic x(8).
       01  ws-check-text        pic x(8).
       01  ws-entry-moves       pic 9(4) comp-5.
       01  ws-entries-read      pic 9(8) comp-5 value 0.
       01  ws-entries-checked   pic 9(8) comp-5 value 0.
       01  ws-entries-moved     pic 9(8) comp-5 value 0.
       01  ws-months-moved      pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           move function current-date(1:8) to ws-today
           if ws-control-eof or cr-check-year is not numeric
               compute ws-check-year =
                   function numval(ws-today(1:4)) + 1
           else
               move cr-check-year to ws-check-year
           end-if
           compute ws-prior-year = ws-check-year - 1
           move ws-check-year to ws-year-start(1:4)
           move "0101" to ws-year-start(5:4)
           move ws-check-year to ws-year-end(1:4)
           move "1231" to ws-year-end(5:4)
           display "repeat-cal-ready: holiday calendar readiness for "
               ws-check-year
           perform load-calendar
           perform build-month-table
           display " "
           display "repeat-cal-ready: standing entries firing on a "
               "different day than in " ws-prior-year
           display "  entry    freq  month  " ws-prior-year
               "      " ws-check-year
           move "n" to ws-eof-sw
           open input standing-file
           if ws-standing-fs not = "00"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read standing-file next record
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-entries-read
                       perform check-one-entry
               end-read
           end-perform
           close standing-file
           if ws-entries-moved = 0
               display "  none"
           end-if
           display " "
           display "repeat-cal-ready: control totals"
           display "  calendar rows .......... " ws-calendar-rows
           display "  holidays " ws-prior-year " ......... "
               ws-prior-holidays
           display "  holidays " ws-check-year " ......... "
               ws-check-holidays
           display "  standing entries read .. " ws-entries-read
           display "  M/B entries checked .... " ws-entries-checked
           display "  entries that move ...... " ws-entries-moved
           display "  entry-months that move . " ws-months-moved
           if ws-check-holidays = 0
               display "repeat-cal-ready: CALENDAR NOT READY -- no "
                   "holidays keyed for " ws-check-year
                   ", key them on RPTK before year end"
               move 8 to return-code
           else
               if ws-check-holidays < ws-prior-holidays
                   display "repeat-cal-ready: " ws-check-year
                       " has fewer holidays than " ws-prior-year
                       " -- check every region is keyed"
                   move 4 to return-code
               end-if
           end-if
           goback.

      *    every calendar row goes in the table (the schedule counts
      *    every region); the year being checked is listed as read.
       load-calendar.
           display " "
           display "repeat-cal-ready: holidays keyed for "
               ws-check-year
           move "n" to ws-eof-sw
           open input holiday-file
           if ws-holiday-fs not = "00"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read holiday-file next record
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-calendar-rows
                       perform take-one-holiday
               end-read
           end-perform
           close holiday-file
           if ws-check-holidays = 0
               display "  none"
           end-if.

       take-one-holiday.
           if hc-date is numeric
               if ws-holiday-count < 1000
                   add 1 to ws-holiday-count
                   move hc-date to ws-holiday(ws-holiday-count)
               else
                   if ws-holiday-count = 1000
                       display "repeat-cal-ready: holiday table full "
                           "at 1000 rows -- remaining rows not used "
                           "for the comparison"
                       add 1 to ws-holiday-count
                   end-if
               end-if
               if hc-date(1:4) = ws-year-start(1:4)
                   add 1 to ws-check-holidays
                   move hc-date to ws-work-date
                   perform compute-day-of-week
                   display "  " hc-date " "
                       ws-day-names((ws-dow * 3) - 2:3)
                       " " hc-region " " hc-description
               end-if
               if function numval(hc-date(1:4)) = ws-prior-year
                   add 1 to ws-prior-holidays
               end-if
           end-if.

       build-month-table.
           perform varying ws-mon-idx from 1 by 1
               until ws-mon-idx > 24
               if ws-mon-idx > 12
                   move ws-check-year to ws-work-yyyy
                   compute ws-work-mm = ws-mon-idx - 12
               else
                   move ws-prior-year to ws-work-yyyy
                   move ws-mon-idx to ws-work-mm
               end-if
               move 1 to ws-work-dd
               perform build-one-month
           end-perform.

      *    last day from the first of the next month, less one;
      *    then each day of the month that is a business day.
       build-one-month.
           compute ws-first-num =
               function integer-of-date(ws-work-date-num)
           if ws-work-mm = 12
               compute ws-next-first-num = function integer-of-date(
                   ((ws-work-yyyy + 1) * 10000) + 101)
           else
               compute ws-next-first-num = function integer-of-date(
                   (ws-work-yyyy * 10000) + ((ws-work-mm + 1) * 100)
                   + 1)
           end-if
           compute mo-last-day(ws-mon-idx) =
               ws-next-first-num - ws-first-num
           move 0 to mo-biz-count(ws-mon-idx)
           perform varying ws-day-count from ws-first-num by 1
               until ws-day-count >= ws-next-first-num
               move function date-of-integer(ws-day-count)
                   to ws-work-date-num
               perform compute-day-of-week
               perform check-holiday
               if ws-dow < 6 and not ws-is-holiday
                   add 1 to mo-biz-count(ws-mon-idx)
                   move ws-work-dd to mo-biz-day(ws-mon-idx,
                       mo-biz-count(ws-mon-idx))
               end-if
           end-perform.

       compute-day-of-week.
           compute ws-dow = function mod(
               function integer-of-date(ws-work-date-num), 7)
           if ws-dow = 0
               move 7 to ws-dow
           end-if.

       check-holiday.
           move "n" to ws-holiday-sw
           perform varying ws-hol-idx from 1 by 1
               until ws-hol-idx > ws-holiday-count or ws-is-holiday
               if ws-holiday(ws-hol-idx) = ws-work-date
                   move "y" to ws-holiday-sw
               end-if
           end-perform.

      *    only entries still in effect in the year being checked:
      *    active, not expired before it starts, not effective only
      *    after it ends.
       check-one-entry.
           if sr-active-yes
               and (sr-freq-monthly or sr-freq-business)
               and (sr-expiry-date = spaces
                    or sr-expiry-date >= ws-year-start)
               and (sr-effective-date = spaces
                    or sr-effective-date <= ws-year-end)
               add 1 to ws-entries-checked
               move 0 to ws-entry-moves
               perform varying ws-mon-idx from 1 by 1
                   until ws-mon-idx > 12
                   perform compare-one-month
               end-perform
               if ws-entry-moves > 0
                   add 1 to ws-entries-moved
               end-if
           end-if.

       compare-one-month.
           move ws-mon-idx to ws-month-no
           perform due-day-in-month
           move ws-day-no to ws-prior-day
           add 12 to ws-mon-idx
           perform due-day-in-month
           move ws-day-no to ws-check-day
           subtract 12 from ws-mon-idx
           if ws-prior-day not = ws-check-day
               add 1 to ws-entry-moves
               add 1 to ws-months-moved
               perform format-due-dates
               display "  " sr-id " " sr-frequency "     "
                   ws-month-no "     " ws-prior-text "  "
                   ws-check-text
           end-if.

      *    the day of month the entry is due in month WS-MON-IDX of
      *    the table, zero when it is not due that month at all.
       due-day-in-month.
           move 0 to ws-day-no
           if sr-freq-monthly
               if sr-day-of-month is numeric
                   and sr-day-of-month not = 0
                   if sr-day-of-month >= mo-last-day(ws-mon-idx)
                       move mo-last-day(ws-mon-idx) to ws-day-no
                   else
                       move sr-day-of-month to ws-day-no
                   end-if
               end-if
           else
               if sr-business-day is numeric
                   and sr-business-day not = 0
                   and sr-business-day <= mo-biz-count(ws-mon-idx)
                   move mo-biz-day(ws-mon-idx, sr-business-day)
                       to ws-day-no
               end-if
           end-if.

       format-due-dates.
           if ws-prior-day = 0
               move "not due" to ws-prior-text
           else
               move ws-prior-year to ws-prior-text(1:4)
               move ws-month-no to ws-prior-text(5:2)
               move ws-prior-day to ws-prior-text(7:2)
           end-if
           if ws-check-day = 0
               move "not due" to ws-check-text
           else
               move ws-check-year to ws-check-text(1:4)
               move ws-month-no to ws-check-text(5:2)
               move ws-check-day to ws-check-text(7:2)
           end-if.
       end program repeat-cal-ready.
