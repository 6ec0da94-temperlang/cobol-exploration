       identification division.
       program-id. reptcctr.

      ******************************************************************
      *    Cost-center reference maintenance (transaction RPTF,
      *    mapset REPTFSET/REPTFMAP -- see reptfmap.bms), in the style
      *    of the RPTN and RPTK screens: finance adds, changes,
      *    deletes, and browses departments on the CCMST VSAM master
      *    (see repeat-costctr-rec.cpy) that intake validates cost
      *    centers against and REPTCHGJNL takes each department's GL
      *    expense account from. Functions: A add, C change, D
      *    delete, B browse (read back the named cost center).
      *    A department is retired by keying active "N" or an expiry
      *    date, not by deleting it -- a deleted code can no longer
      *    be billed to its own account for usage already on the
      *    trail. An added or changed entry needs a name, a GL
      *    account, active Y or N, and real YYYYMMDD dates (blank for
      *    no limit) with the expiry not before the effective date.
      *    Every add, change, and delete is logged to the RPTM
      *    maintenance-history queue with the signed-on user and the
      *    full before/after record images (see
      *    repeat-maint-log-rec.cpy) under file CCMST and the cost
      *    center as the record id, the same history the other
      *    maintained masters keep.
      ******************************************************************

       environment division.
       data division.
       working-storage section.
       copy repeat-costctr-rec.
       copy repeat-maint-log-rec.
       copy reptfmap.
       01  ws-msg               pic x(79).
       01  ws-before-image      pic x(200).
       01  ws-signon-user       pic x(8).
       01  ws-date-work         pic x(8).
       01  ws-date-num redefines ws-date-work pic 9(8).
       01  ws-date-parts redefines ws-date-work.
           05  ws-date-yyyy     pic 9(4).
           05  ws-date-mm       pic 9(2).
           05  ws-date-dd       pic 9(2).
       01  ws-date-ok-sw        pic x.
           88  ws-date-ok       value "y".
       01  ws-day-count         pic 9(8) comp-5.
       01  ws-round-trip        pic 9(8).

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
               map('REPTFMAP')
               mapset('REPTFSET')
               into(reptfmapi)
           end-exec

           exec cics assign
               userid(ws-signon-user)
           end-exec

           move spaces to repeat-costctr-rec
           move spaces to ws-msg
           if fcci = spaces
               move "cost center is required" to ws-msg
               go to send-current-map
           end-if
           move fcci to cm-cost-center
           if ffunci = "A" or ffunci = "C"
               perform validate-screen-fields
               if ws-msg not = spaces
                   perform build-record-from-screen
                   go to send-current-map
               end-if
           end-if

           evaluate ffunci
               when "A"
                   perform build-record-from-screen
                   exec cics write
                       file('CCMST')
                       from(repeat-costctr-rec)
                       ridfld(cm-cost-center)
                   end-exec
                   move spaces to ws-before-image
                   move "A" to ml-function
                   perform write-maint-log
                   move "cost center added" to ws-msg
               when "C"
                   exec cics read
                       file('CCMST')
                       into(repeat-costctr-rec)
                       ridfld(cm-cost-center)
                       update
                   end-exec
                   move spaces to ws-before-image
                   move repeat-costctr-rec to ws-before-image
                   perform build-record-from-screen
                   exec cics rewrite
                       file('CCMST')
                       from(repeat-costctr-rec)
                   end-exec
                   move "C" to ml-function
                   perform write-maint-log
                   move "cost center changed" to ws-msg
               when "D"
      *    the record is read first so the log keeps the image the
      *    delete removed.
                   exec cics read
                       file('CCMST')
                       into(repeat-costctr-rec)
                       ridfld(cm-cost-center)
                   end-exec
                   move spaces to ws-before-image
                   move repeat-costctr-rec to ws-before-image
                   exec cics delete
                       file('CCMST')
                       ridfld(cm-cost-center)
                   end-exec
                   move "D" to ml-function
                   perform write-maint-log
                   move "cost center deleted" to ws-msg
               when "B"
                   exec cics read
                       file('CCMST')
                       into(repeat-costctr-rec)
                       ridfld(cm-cost-center)
                   end-exec
                   move "cost center displayed" to ws-msg
               when other
                   move "function must be A, C, D, or B" to ws-msg
           end-evaluate.

       send-current-map.
           perform fill-screen-from-record
           move ws-msg to fmsgo
           exec cics send
               map('REPTFMAP')
               mapset('REPTFSET')
               from(reptfmapo)
               erase
           end-exec
           exec cics return
               transid('RPTF')
               commarea(dfhcommarea)
           end-exec.

      *    an entry intake cannot apply is refused before any file
      *    is touched.
       validate-screen-fields.
           move spaces to ws-msg
           evaluate true
               when fnamei = spaces
                   move "a department name is required" to ws-msg
               when fglaci = spaces
                   move "a GL expense account is required" to ws-msg
               when facti not = "Y" and facti not = "N"
                   move "active must be Y or N" to ws-msg
               when other
                   continue
           end-evaluate
           if ws-msg = spaces and feffi not = spaces
               move feffi to ws-date-work
               perform check-calendar-date
               if not ws-date-ok
                   move "effective date is not a YYYYMMDD date"
                       to ws-msg
               end-if
           end-if
           if ws-msg = spaces and fexpi not = spaces
               move fexpi to ws-date-work
               perform check-calendar-date
               if not ws-date-ok
                   move "expiry date is not a YYYYMMDD date"
                       to ws-msg
               end-if
           end-if
           if ws-msg = spaces and feffi not = spaces
               and fexpi not = spaces and fexpi < feffi
               move "expiry date is before the effective date"
                   to ws-msg
           end-if.

      *    YYYYMMDD, a real month and day (the integer-date round
      *    trip catches 30 February), as RPTK checks a holiday.
       check-calendar-date.
           move "y" to ws-date-ok-sw
           if ws-date-work is not numeric
               move "n" to ws-date-ok-sw
           else
               if ws-date-mm < 1 or ws-date-mm > 12
                   or ws-date-dd < 1 or ws-date-dd > 31
                   or ws-date-yyyy < 1601
                   move "n" to ws-date-ok-sw
               else
                   compute ws-day-count =
                       function integer-of-date(ws-date-num)
                   move function date-of-integer(ws-day-count)
                       to ws-round-trip
                   if ws-round-trip not = ws-date-num
                       move "n" to ws-date-ok-sw
                   end-if
               end-if
           end-if.

       build-record-from-screen.
           move fcci to cm-cost-center
           move fnamei to cm-name
           move fmgri to cm-manager-id
           move fglaci to cm-gl-account
           move facti to cm-active
           move feffi to cm-effective-date
           move fexpi to cm-expiry-date.

      *    one history row per completed maintenance action: the
      *    signed-on user, the transaction, and the full images.
       write-maint-log.
           move function current-date to ml-timestamp
           move ws-signon-user to ml-user-id
           move eibtrnid to ml-transid
           move "CCMST" to ml-file
           move spaces to ml-record-id
           move cm-cost-center to ml-record-id
           move ws-before-image to ml-before
           if ml-function = "D"
               move spaces to ml-after
           else
               move spaces to ml-after
               move repeat-costctr-rec to ml-after
           end-if
           exec cics writeq td
               queue('RPTM')
               from(repeat-maint-log-rec)
               length(length of repeat-maint-log-rec)
           end-exec.

       fill-screen-from-record.
           move spaces to reptfmapo
           move ffunci to ffunco
           move cm-cost-center to fcco
           move cm-name to fnameo
           move cm-manager-id to fmgro
           move cm-gl-account to fglaco
           move cm-active to facto
           move cm-effective-date to feffo
           move cm-expiry-date to fexpo.

       send-initial-map.
           move spaces to reptfmapo
           move "enter function and cost center" to fmsgo
           exec cics send
               map('REPTFMAP')
               mapset('REPTFSET')
               from(reptfmapo)
               erase
           end-exec
           exec cics return
               transid('RPTF')
               commarea(dfhcommarea)
           end-exec.

       entry-not-found.
           move spaces to reptfmapo
           move "no cost center with that code" to fmsgo
           exec cics send
               map('REPTFMAP')
               mapset('REPTFSET')
               from(reptfmapo)
               erase
           end-exec
           exec cics return
               transid('RPTF')
               commarea(dfhcommarea)
           end-exec.

       entry-already-there.
           move spaces to reptfmapo
           move "that cost center is already on the master" to fmsgo
           exec cics send
               map('REPTFMAP')
               mapset('REPTFSET')
               from(reptfmapo)
               erase
           end-exec
           exec cics return
               transid('RPTF')
               commarea(dfhcommarea)
           end-exec.

       abend-routine.
           exec cics send text
               from('COST CENTER MAINTENANCE -- ERROR')
               erase
           end-exec
           exec cics return
           end-exec.
