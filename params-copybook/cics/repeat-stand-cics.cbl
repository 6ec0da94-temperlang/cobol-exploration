      *    full before/after record images (see
      *    repeat-maint-log-rec.cpy) -- a wrong night's output
      *    traces to the edit that caused it.
      *    An entry added or changed with a cost center must name one
      *    that is on the CCMST cost-center master and usable today
      *    (see repeat-costctr-rec.cpy); anything else is refused
      *    before the file is touched, the reason 26 rule intake
      *    applies in batch.
      ******************************************************************

       environment division.
       working-storage section.
       copy repeat-standing-rec.
       copy repeat-maint-log-rec.
       copy repeat-costctr-rec.
       copy reptsmap.
       01  ws-msg               pic x(79).
       01  ws-before-image      pic x(200).
       01  ws-cc-resp           pic s9(8) comp.
       01  ws-today             pic x(8).

       linkage section.
       01  dfhcommarea          pic x(1).
               go to send-current-map
           end-if
           move sidi to sr-id
           if (sfunci = "A" or sfunci = "C") and scci not = spaces
               perform validate-cost-center
               if ws-msg not = spaces
                   perform build-record-from-screen
                   go to send-current-map
               end-if
           end-if

           evaluate sfunci
               when "A"
               length(length of repeat-maint-log-rec)
           end-exec.

      *    the same rule REPEAT-COSTCTR applies in batch: on the
      *    master, active, and inside its effective/expiry dates.
       validate-cost-center.
           move scci to cm-cost-center
           exec cics read
               file('CCMST')
               into(repeat-costctr-rec)
               ridfld(cm-cost-center)
               resp(ws-cc-resp)
           end-exec
           move function current-date(1:8) to ws-today
           if ws-cc-resp not = dfhresp(normal)
               move "cost center is not on the cost-center master"
                   to ws-msg
           else
               if not cm-is-active
                   or (cm-effective-date not = spaces
                       and cm-effective-date > ws-today)
                   or (cm-expiry-date not = spaces
                       and cm-expiry-date < ws-today)
                   move "cost center is inactive or out of its dates"
                       to ws-msg
               end-if
           end-if.

       send-current-map.
           perform fill-screen-from-record
           move ws-msg to smsgo
           if sbdyi not = spaces
               move sbdyi to sr-business-day
           end-if
      *    a pattern id takes the literal from the pattern master at
      *    merge time, in place of whatever the string field holds.
           move spati to sr-pattern-id
      *    the owning analyst is recorded on the entry -- the nightly
      *    run's entitlement gate checks the owner, not the operator
      *    who happens to submit the batch job.
           move sr-frequency to sfrqo
           move sr-day-of-week to sdowo
           move sr-day-of-month to sdomo
           move sr-business-day to sbdyo
           move sr-pattern-id to spato.

       send-initial-map.
           move spaces to reptsmapo
