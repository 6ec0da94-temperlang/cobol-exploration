       identification division.
       program-id. reptcal.

      ******************************************************************
      *    Holiday calendar maintenance (transaction RPTK, mapset
      *    REPTKSET/REPTKMAP -- see reptkmap.bms), in the style of the
      *    RPTS and RPTP screens: operations adds, deletes, and
      *    browses holidays on the HOLCAL VSAM calendar (see
      *    repeat-holiday-rec.cpy) that REPEAT-SCHEDULE places the
      *    business-day standing requests by, instead of editing a
      *    flat dataset by hand. Functions: A add, D delete, B browse.
      *    A holiday is keyed by date and region (blank region for
      *    the whole installation); a date must be a real calendar
      *    date to be added. Browse lists twelve holidays from the
      *    date keyed (today when blank) with their day of the week;
      *    key the day after the last one shown to page forward.
      *    Every add and delete is logged to the RPTM
      *    maintenance-history queue with the signed-on user and the
      *    full before/after record images (see
      *    repeat-maint-log-rec.cpy) under file HOLCAL and the date
      *    as the record id, the same history the other maintained
      *    masters keep.
      ******************************************************************

       environment division.
       data division.
       working-storage section.
       copy repeat-holiday-rec.
       copy repeat-maint-log-rec.
       copy reptkmap.
       01  ws-msg               pic x(79).
       01  ws-func              pic x(1).
       01  ws-before-image      pic x(200).
       01  ws-signon-user       pic x(8).
       01  ws-resp              pic s9(8) comp.
       01  ws-browse-done-sw    pic x value "n".
           88  ws-browse-done   value "y".
       01  ws-line-idx          pic 9(4) comp-5.
       01  ws-shown-count       pic 9(2).
       01  ws-date-work         pic x(8).
       01  ws-date-num redefines ws-date-work pic 9(8).
       01  ws-date-parts redefines ws-date-work.
           05  ws-date-yyyy     pic 9(4).
           05  ws-date-mm       pic 9(2).
           05  ws-date-dd       pic 9(2).
       01  ws-day-count         pic 9(8) comp-5.
       01  ws-round-trip        pic 9(8).
      *    day of week from the integer date, as REPEAT-SCHEDULE
      *    computes it: 1 Monday .. 7 Sunday.
       01  ws-dow               pic 9(1) comp-5.
       01  ws-day-names         pic x(21)
                                value "MONTUEWEDTHUFRISATSUN".
       01  ws-day-name          pic x(3).
       01  ws-browse-line.
           05  bl-date          pic x(8).
           05  filler           pic x(1) value space.
           05  bl-day           pic x(3).
           05  filler           pic x(1) value space.
           05  bl-region        pic x(4).
           05  filler           pic x(1) value space.
           05  bl-description   pic x(30).
       01  ws-browse-msg.
           05  bm-count         pic z9.
           05  filler           pic x(23)
                                value " holidays shown, from  ".
           05  bm-from          pic x(8).
           05  filler           pic x(40)
                                value " -- key the next date to page".

       linkage section.
       01  dfhcommarea          pic x(1).

       procedure division.
           exec cics handle condition
               mapfail(send-initial-map)
               notfnd(entry-not-found)
               duprec(entry-already-there)
               error(abend-routine)
           end-exec

           exec cics receive
               map('REPTKMAP')
               mapset('REPTKSET')
               into(reptkmapi)
           end-exec

           exec cics assign
               userid(ws-signon-user)
           end-exec

           move spaces to repeat-holiday-rec
           move spaces to ws-msg
           move kfunci to ws-func
           perform build-record-from-screen
           if kfunci = "A" or kfunci = "D"
               perform validate-date
               if ws-msg not = spaces
                   go to send-current-map
               end-if
           end-if

           evaluate kfunci
               when "A"
                   exec cics write
                       file('HOLCAL')
                       from(repeat-holiday-rec)
                       ridfld(hc-key)
                   end-exec
                   move spaces to ws-before-image
                   move "A" to ml-function
                   perform write-maint-log
                   move "holiday added" to ws-msg
               when "D"
      *    the record is read first so the log keeps the image the
      *    delete removed.
                   exec cics read
                       file('HOLCAL')
                       into(repeat-holiday-rec)
                       ridfld(hc-key)
                   end-exec
                   move spaces to ws-before-image
                   move repeat-holiday-rec to ws-before-image
                   exec cics delete
                       file('HOLCAL')
                       ridfld(hc-key)
                   end-exec
                   move "D" to ml-function
                   perform write-maint-log
                   move "holiday deleted" to ws-msg
               when "B"
                   perform browse-calendar
               when other
                   move "function must be A, D, or B" to ws-msg
           end-evaluate.

       send-current-map.
           perform fill-screen-from-record
           move ws-msg to kmsgo
           exec cics send
               map('REPTKMAP')
               mapset('REPTKSET')
               from(reptkmapo)
               erase
           end-exec
           exec cics return
               transid('RPTK')
               commarea(dfhcommarea)
           end-exec.

      *    a date the calendar cannot hold is refused before any
      *    file is touched: YYYYMMDD, a real month and day (the
      *    integer-date round trip catches 30 February).
       validate-date.
           move kdatei to ws-date-work
           if ws-date-work is not numeric
               move "date must be keyed as YYYYMMDD" to ws-msg
           else
               if ws-date-mm < 1 or ws-date-mm > 12
                   or ws-date-dd < 1 or ws-date-dd > 31
                   or ws-date-yyyy < 1601
                   move "not a calendar date" to ws-msg
               else
                   compute ws-day-count =
                       function integer-of-date(ws-date-num)
                   move function date-of-integer(ws-day-count)
                       to ws-round-trip
                   if ws-round-trip not = ws-date-num
                       move "not a calendar date" to ws-msg
                   end-if
               end-if
           end-if
           if ws-msg = spaces and kfunci = "A"
               and kdesci = spaces
               move "a description is required" to ws-msg
           end-if.

       build-record-from-screen.
           move kdatei to hc-date
           move kregni to hc-region
           move kdesci to hc-description.

      *    one history row per completed maintenance action: the
      *    signed-on user, the transaction, and the full images.
       write-maint-log.
           move function current-date to ml-timestamp
           move ws-signon-user to ml-user-id
           move eibtrnid to ml-transid
           move "HOLCAL" to ml-file
           move hc-date to ml-record-id
           move ws-before-image to ml-before
           if ml-function = "D"
               move spaces to ml-after
           else
               move spaces to ml-after
               move repeat-holiday-rec to ml-after
           end-if
           exec cics writeq td
               queue('RPTM')
               from(repeat-maint-log-rec)
               length(length of repeat-maint-log-rec)
           end-exec.

      *    a browse has already laid out its lines; every other
      *    function starts from a clean screen.
       fill-screen-from-record.
           if ws-func not = "B"
               move spaces to reptkmapo
           end-if
           move ws-func to kfunco
           move hc-date to kdateo
           move hc-region to kregno
           move hc-description to kdesco.

      *    twelve rows on or after the keyed date, any region.
       browse-calendar.
           if kdatei = spaces or kdatei is not numeric
               move function current-date(1:8) to hc-date
           else
               move kdatei to hc-date
           end-if
           move spaces to reptkmapo
           move hc-date to bm-from
           move low-values to hc-region
           move 0 to ws-line-idx
           move "n" to ws-browse-done-sw
           exec cics startbr
               file('HOLCAL')
               ridfld(hc-key)
               gteq
               resp(ws-resp)
           end-exec
           if ws-resp not = dfhresp(normal)
               move "y" to ws-browse-done-sw
           end-if
           perform until ws-browse-done or ws-line-idx >= 12
               exec cics readnext
                   file('HOLCAL')
                   into(repeat-holiday-rec)
                   ridfld(hc-key)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   move "y" to ws-browse-done-sw
               else
                   add 1 to ws-line-idx
                   perform format-browse-line
               end-if
           end-perform
           exec cics endbr
               file('HOLCAL')
               resp(ws-resp)
           end-exec
           if ws-line-idx = 0
               move "no holidays on or after that date" to ws-msg
           else
               move ws-line-idx to ws-shown-count
               move ws-shown-count to bm-count
               move ws-browse-msg to ws-msg
           end-if
           move spaces to repeat-holiday-rec
           move bm-from to hc-date.

       format-browse-line.
           move hc-date to ws-date-work
           move hc-date to bl-date
           if ws-date-work is numeric
               compute ws-day-count =
                   function integer-of-date(ws-date-num)
               compute ws-dow = function mod(ws-day-count, 7)
               if ws-dow = 0
                   move 7 to ws-dow
               end-if
               move ws-day-names((ws-dow * 3) - 2:3) to ws-day-name
           else
               move spaces to ws-day-name
           end-if
           move ws-day-name to bl-day
           move hc-region to bl-region
           move hc-description to bl-description
           move ws-browse-line to kdtlo(ws-line-idx).

       send-initial-map.
           move spaces to reptkmapo
           move "enter function and date" to kmsgo
           exec cics send
               map('REPTKMAP')
               mapset('REPTKSET')
               from(reptkmapo)
               erase
           end-exec
           exec cics return
               transid('RPTK')
               commarea(dfhcommarea)
           end-exec.

       entry-not-found.
           move spaces to reptkmapo
           move "no holiday with that date and region" to kmsgo
           exec cics send
               map('REPTKMAP')
               mapset('REPTKSET')
               from(reptkmapo)
               erase
           end-exec
           exec cics return
               transid('RPTK')
               commarea(dfhcommarea)
           end-exec.

       entry-already-there.
           move spaces to reptkmapo
           move "that date is already a holiday for that region"
               to kmsgo
           exec cics send
               map('REPTKMAP')
               mapset('REPTKSET')
               from(reptkmapo)
               erase
           end-exec
           exec cics return
               transid('RPTK')
               commarea(dfhcommarea)
           end-exec.

       abend-routine.
           exec cics send text
               from('HOLIDAY CALENDAR MAINTENANCE -- ERROR')
               erase
           end-exec
           exec cics return
           end-exec.
