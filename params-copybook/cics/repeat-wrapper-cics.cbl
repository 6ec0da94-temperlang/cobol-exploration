      *    place in a CICS address space, so this transaction sets
      *    REPEAT-SKIP-AUDIT and writes its own audit entry to the
      *    RPTA transient data queue instead.
      *    Every request's timing -- arrival, completion, and the
      *    time spent resolving the pattern, in the entitlement
      *    gate, and in the wrapper -- goes to the RPTT queue
      *    (offloaded to RESPLOG, see repeat-resp-time-rec.cpy) for
      *    the REPEAT-RESP-RPT response-time report.
      ******************************************************************

       environment division.
       copy repeat-quota-rec.
       copy repeat-vault-rec.
       copy repeat-defer-status-rec.
       copy repeat-sens-policy-rec.
       copy repeat-sens-det-rec.
       copy repeat-costctr-rec.
       copy repeat-resp-time-rec.
       01  ws-entitle-status    pic 9(2) comp-5.
       01  ws-entitle-reason    pic x(30).
       01  ws-et-count          pic 9(4).
       01  ws-defer-id           pic 9(6).
       01  ws-cc-row-sw          pic x(1).
       01  ws-defstat-resp       pic s9(8) comp.
       01  ws-senspol-resp       pic s9(8) comp.
       01  ws-costctr-resp       pic s9(8) comp.
       01  ws-cc-today           pic x(8).
       01  ws-sens-kind          pic x(1).
       01  ws-sens-position      pic 9(4) comp-5.
       01  ws-sens-rejected-sw   pic x value "n".
           88  ws-sens-rejected  value "y".
       01  ws-defer-msg.
           05  filler            pic x(31) value
               "request deferred to batch as id".
           05  filler            pic x(21) value
               " -- track it on RPTR ".
           05  filler            pic x(20) value spaces.
      *    response-time telemetry: the stamp in hand in hundredths
      *    of a second, the request's arrival, and the start of the
      *    phase being timed.
       01  ws-tm-stamp           pic x(26).
       01  ws-tm-stamp-parts redefines ws-tm-stamp.
           05  ws-tm-date        pic 9(8).
           05  ws-tm-hh          pic 9(2).
           05  ws-tm-mi          pic 9(2).
           05  ws-tm-ss          pic 9(2).
           05  ws-tm-cc          pic 9(2).
           05  filler            pic x(10).
       01  ws-tm-stamp-hs        pic 9(15) comp-5.
       01  ws-tm-arrival-hs      pic 9(15) comp-5.
       01  ws-tm-mark-hs         pic 9(15) comp-5.
       01  ws-tm-elapsed-hs      pic 9(8) comp-5.
       01  ws-tm-task-num        pic 9(8).

       linkage section.
       01  dfhcommarea          pic x(1).
               mapset('REPTMSET')
               into(reptmapi)
           end-exec
           perform start-resp-timing

           move spaces to repeat-in-str
           move instri to repeat-in-str
      *    expanded here, the same expansion REPEAT-PATTERN applies
      *    in batch, so the audit row carries what was generated.
           if pattidi not = spaces
               perform start-phase-timer
               move pattidi to pt-id
               exec cics read
                   file('PATTERNF')
               end-if
               move pt-delimiter to repeat-delimiter
               move pt-mode to repeat-mode
               perform stop-phase-timer
               move ws-tm-elapsed-hs to tm-pattern-hs
           end-if
           move costci to repeat-cost-center
           move "O" to repeat-source
           move "Y" to repeat-skip-audit

      *    sensitive-data scan of an unclassified request (the
      *    resolved pattern literal when a pattern was named), the
      *    same REPEAT-SENSCAN the batch paths call through
      *    REPEAT-SENSCHK. That gate's policy file and SENSLOG are
      *    batch files, so the region reads the policy from the
      *    SENSPOLF VSAM file and logs to the RPTX queue (offloaded
      *    to SENSLOG). A detection makes the request classified; a
      *    reject policy refuses it here as reason 25, before any
      *    quota is charged.
           move space to ws-sens-kind
           if repeat-classified not = "Y"
               perform scan-sensitive-data
           end-if

      *    REPEAT-ENTITLE does native batch file I/O, which has no
      *    place in a CICS address space (the same reason this
      *    transaction audits through the RPTA queue) -- the online
      *    path reads the same rules from the ENTITLEF VSAM master
      *    and applies them inline.
           perform start-phase-timer
           move repeat-count to ws-et-count
           move 00 to ws-entitle-status
           move spaces to ws-entitle-reason
           move 00 to repeat-reason
           if ws-sens-rejected
               move 12 to ws-entitle-status
               move "sensitive data in unclassified request"
                   to ws-entitle-reason
               move 25 to repeat-reason
           else
               move repeat-user-id to en-user-id
               exec cics read
                   file('ENTITLEF')
                   into(repeat-entitle-rec)
                   ridfld(en-user-id)
                   resp(ws-entitle-resp)
               end-exec
               if ws-entitle-resp not = dfhresp(normal)
                   move 16 to ws-entitle-status
                   move "user not entitled" to ws-entitle-reason
                   move 12 to repeat-reason
               else
                   if ws-et-count > en-max-count
                       move 16 to ws-entitle-status
                       move "count over user entitlement"
                           to ws-entitle-reason
                       move 13 to repeat-reason
                   end-if
                   if ws-entitle-status = 00
                       and repeat-engine = "N"
                       and not en-native-ok
                       move 16 to ws-entitle-status
                       move "native engine not permitted"
                           to ws-entitle-reason
                       move 14 to repeat-reason
                   end-if
                   if ws-entitle-status = 00
                       and (repeat-mode = "F" or repeat-mode = "S")
                       and not en-fill-ok
                       move 16 to ws-entitle-status
                       move "fill mode not permitted"
                           to ws-entitle-reason
                       move 15 to repeat-reason
                   end-if
      *    a cost center keyed on the screen must be on the CCMST
      *    cost-center master and usable today, the rule
      *    REPEAT-COSTCTR applies for REPEAT-ENTITLE in batch.
                   if ws-entitle-status = 00
                       and repeat-cost-center not = spaces
                       perform check-cost-center
                   end-if
      *    the daily ceilings REPEAT-ENTITLE enforces in batch,
      *    applied here against the same QUOTAMST cluster (file
      *    QUOTAF in this region) so online requests draw down the
      *    queue, and the batch gate charges it when the deferred
      *    pass services it -- checking it here as well would
      *    charge every deferred request twice.
                   if ws-entitle-status = 00
                       and repeat-count <= repeat-online-max-count
                       if en-day-req-limit is not numeric
                           move zeros to en-day-req-limit
                       end-if
                       if en-day-byte-limit is not numeric
                           move zeros to en-day-byte-limit
                       end-if
                       move en-day-req-limit to ws-day-req-limit
                       move en-day-byte-limit to ws-day-byte-limit
                       perform check-daily-quotas
                   end-if
               end-if
           end-if
           perform stop-phase-timer
           move ws-tm-elapsed-hs to tm-entitle-hs
           if ws-entitle-status not = 00
               move ws-entitle-status to repeat-status
               move 0 to repeat-actual-len
                   move zeros to rt-priority
                   move spaces to rt-stream-route
                   move repeat-classified to rt-classified
                   move spaces to rt-pred-link
                   exec cics writeq td
                       queue('RPTD')
                       from(repeat-trans-rec)
                   move 0 to repeat-actual-len
                   move spaces to repeat-out-buf
               else
                   perform start-phase-timer
                   call "repeat-wrapper" using
                       repeat-in-str repeat-count repeat-delimiter
                       repeat-mode repeat-encoding repeat-engine
                       repeat-seq-pos repeat-reason
                       repeat-pattern-id repeat-seq-check
                       repeat-classified
                   perform stop-phase-timer
                   move ws-tm-elapsed-hs to tm-wrapper-hs
               end-if
           end-if

           else
               move "N" to aud-classified
           end-if
      *    an online row is not chained here -- the queue is
      *    offloaded onto the trail out of order -- and the chain
      *    walks fold it in by its checksum instead.
           move spaces to aud-chain-link
           move spaces to aud-pred-link
           exec cics writeq td
               queue('RPTA')
               from(repeat-audit-rec)
               move ws-defer-msg to msgo
           else
               if repeat-status = 00
                   if ws-sens-kind not = space
                       move "accepted as classified -- sensitive data"
                           to msgo
                   else
                       move "request accepted" to msgo
                   end-if
               else
                   if ws-entitle-status not = 00
                       move ws-entitle-reason to msgo
               from(reptmapo)
               erase
           end-exec
           evaluate true
               when ws-deferred
                   move "D" to tm-outcome
               when ws-entitle-status not = 00
                   move "R" to tm-outcome
               when other
                   move "A" to tm-outcome
           end-evaluate
           perform write-resp-time

           exec cics return
               transid('RPTC')
               commarea(dfhcommarea)
           end-exec.

      *    an unknown code, or one inactive or outside its
      *    effective/expiry dates, refuses the request as reason 26.
       check-cost-center.
           move repeat-cost-center to cm-cost-center
           exec cics read
               file('CCMST')
               into(repeat-costctr-rec)
               ridfld(cm-cost-center)
               resp(ws-costctr-resp)
           end-exec
           move function current-date(1:8) to ws-cc-today
           if ws-costctr-resp not = dfhresp(normal)
               or not cm-is-active
               or (cm-effective-date not = spaces
                   and cm-effective-date > ws-cc-today)
               or (cm-expiry-date not = spaces
                   and cm-expiry-date < ws-cc-today)
               move 16 to ws-entitle-status
               move "cost center unknown or inactive"
                   to ws-entitle-reason
               move 26 to repeat-reason
           end-if.

      *    Daily-quota gate for the online path: projected output
      *    bytes are estimated the way the batch gate estimates them,
      *    the user's usage row is checked and then the cost
           move zeros to ds-result-status
           move function current-date to ds-timestamp.

       scan-sensitive-data.
           move "SENSPOL" to sp-policy-id
           exec cics read
               file('SENSPOLF')
               into(repeat-sens-policy-rec)
               ridfld(sp-policy-id)
               resp(ws-senspol-resp)
           end-exec
           if ws-senspol-resp not = dfhresp(normal)
               move spaces to repeat-sens-policy-rec
               move 0 to sp-keyword-count
           end-if
           call "repeat-senscan" using
               repeat-in-str repeat-sens-policy-rec
               ws-sens-kind ws-sens-position
           if ws-sens-kind not = space
               move "Y" to repeat-classified
               move function current-date to sx-timestamp
               move repeat-user-id to sx-user-id
               move costci to sx-cost-center
               move "O" to sx-source
               move eibtaskn to ws-defer-id
               move ws-defer-id to sx-request-key
               move repeat-pattern-id to sx-pattern-id
               move ws-sens-kind to sx-kind
               move ws-sens-position to sx-position
               if sp-reject
                   move "y" to ws-sens-rejected-sw
                   move "R" to sx-action
               else
                   move "C" to sx-action
               end-if
               exec cics writeq td
                   queue('RPTX')
                   from(repeat-sens-det-rec)
                   length(length of repeat-sens-det-rec)
               end-exec
           end-if.

       pattern-not-found.
           perform stop-phase-timer
           move ws-tm-elapsed-hs to tm-pattern-hs
           move 12 to repeat-status
           move 18 to repeat-reason
           move "R" to tm-outcome
           move spaces to reptmapo
           move pattidi to pattido
           move "that pattern id is not on the pattern master"
               from(reptmapo)
               erase
           end-exec
           perform write-resp-time
           exec cics return
               transid('RPTC')
               commarea(dfhcommarea)
           end-exec.

      *    the request's arrival, with every phase time cleared --
      *    a phase the request never reaches reports zero.
       start-resp-timing.
           move spaces to repeat-resp-time-rec
           move "O" to tm-path
           move function current-date to tm-arrival-ts
           move tm-arrival-ts to ws-tm-stamp
           perform stamp-to-hundredths
           move ws-tm-stamp-hs to ws-tm-arrival-hs
           move ws-tm-stamp-hs to ws-tm-mark-hs
           move 0 to tm-pattern-hs
           move 0 to tm-entitle-hs
           move 0 to tm-wrapper-hs.

       start-phase-timer.
           move function current-date to ws-tm-stamp
           perform stamp-to-hundredths
           move ws-tm-stamp-hs to ws-tm-mark-hs.

       stop-phase-timer.
           move function current-date to ws-tm-stamp
           perform stamp-to-hundredths
           move 0 to ws-tm-elapsed-hs
           if ws-tm-stamp-hs > ws-tm-mark-hs
               compute ws-tm-elapsed-hs =
                   ws-tm-stamp-hs - ws-tm-mark-hs
           end-if.

      *    hundredths of a second since the integer-date epoch.
       stamp-to-hundredths.
           move 0 to ws-tm-stamp-hs
           if ws-tm-date is numeric and ws-tm-date > 16010100
               and ws-tm-hh is numeric and ws-tm-mi is numeric
               and ws-tm-ss is numeric and ws-tm-cc is numeric
               compute ws-tm-stamp-hs =
                   function integer-of-date(ws-tm-date) * 8640000
                   + ws-tm-hh * 360000 + ws-tm-mi * 6000
                   + ws-tm-ss * 100 + ws-tm-cc
           end-if.

      *    the answer has gone back to the screen: the request's
      *    response time runs from its arrival to now.
       write-resp-time.
           move eibtaskn to ws-tm-task-num
           move ws-tm-task-num to tm-request-id
           move repeat-user-id to tm-user-id
           move costci to tm-cost-center
           move function current-date to tm-complete-ts
           move tm-complete-ts to ws-tm-stamp
           perform stamp-to-hundredths
           move 0 to tm-response-hs
           if ws-tm-stamp-hs > ws-tm-arrival-hs
               compute tm-response-hs =
                   ws-tm-stamp-hs - ws-tm-arrival-hs
           end-if
           move repeat-status to tm-status
           move repeat-reason to tm-reason
           exec cics writeq td
               queue('RPTT')
               from(repeat-resp-time-rec)
               length(length of repeat-resp-time-rec)
           end-exec.

       send-initial-map.
           move spaces to reptmapo
           move "enter a string and a count" to msgo
