       identification division.
       program-id. reptappr.

      ******************************************************************
      *    Supervisor approval of oversized requests (transaction
      *    RPTG, mapset REPTGSET/REPTGMAP -- see reptgmap.bms). A
      *    request over its department's approval ceiling waits on
      *    the APPRMST master (see repeat-approval-rec.cpy) until the
      *    manager of its cost center on CCMST -- the DFLT row's
      *    manager for a request that carried none -- approves or
      *    declines it here. Functions: B browse to the next request
      *    awaiting approval after the key on the screen (blank key
      *    for the first), I inquire on the keyed request, A
      *    approve, D decline (a comment is required to decline).
      *    A requester cannot decide their own request, and only a
      *    pending request can be decided. An approved request runs
      *    in the next nightly REPEAT-BATCH approval pass; a declined
      *    one goes to that night's reject file with reason 28. A
      *    standing entry's decision holds every night it is due,
      *    until the entry is changed.
      *    Every decision is recorded on the audit trail through the
      *    RPTA queue as a source "V" row: the request's string,
      *    count, cost center, engine, and mode, the supervisor as
      *    the user, status 00 for an approval and 16 reason 28 for
      *    a decline, and zero output. A classified request's string
      *    is masked on the row and vaulted through RPTV, as RPTC
      *    does.
      ******************************************************************

       environment division.
       data division.
       working-storage section.
       copy repeat-approval-rec.
       copy repeat-costctr-rec.
       copy repeat-trans-rec.
       copy repeat-audit-rec.
       copy repeat-vault-rec.
       copy reptgmap.
       01  ws-msg               pic x(79).
       01  ws-signon-user       pic x(8).
       01  ws-resp              pic s9(8) comp.
       01  ws-cc-key            pic x(4).
       01  ws-screen-key        pic x(17).
       01  ws-show-str          pic x(80).
       01  ws-mask-len          pic 9(4) comp-5.
       01  ws-browse-done-sw    pic x value "n".
           88  ws-browse-done   value "y".
       01  ws-found-sw          pic x value "n".
           88  ws-found         value "y".
       01  ws-browsing-sw       pic x value "n".
           88  ws-browsing      value "y".

       linkage section.
       01  dfhcommarea          pic x(1).

       procedure division.
           exec cics handle condition
               mapfail(send-initial-map)
               notfnd(entry-not-found)
               error(abend-routine)
           end-exec

           exec cics receive
               map('REPTGMAP')
               mapset('REPTGSET')
               into(reptgmapi)
           end-exec

           exec cics assign
               userid(ws-signon-user)
           end-exec

           move spaces to repeat-approval-rec
           move spaces to ws-msg
           move gsrci to ap-source
           move greqi to ap-request-id
           move gdatei to ap-held-date
           if gfunci not = "B"
               and (gsrci = spaces or greqi = spaces)
               move "source and request id are required" to ws-msg
               go to send-current-map
           end-if

           evaluate gfunci
               when "B"
                   perform browse-next-pending
               when "I"
                   exec cics read
                       file('APPRMST')
                       into(repeat-approval-rec)
                       ridfld(ap-key)
                   end-exec
                   move "request displayed" to ws-msg
               when "A"
               when "D"
                   perform decide-request
               when other
                   move "function must be I, A, D, or B" to ws-msg
           end-evaluate.

       send-current-map.
           perform fill-screen-from-record
           move ws-msg to gmsgo
           exec cics send
               map('REPTGMAP')
               mapset('REPTGSET')
               from(reptgmapo)
               erase
           end-exec
           exec cics return
               transid('RPTG')
               commarea(dfhcommarea)
           end-exec.

      *    the first pending request after the one on the screen.
       browse-next-pending.
           move ap-key to ws-screen-key
           if ap-key = spaces
               move low-values to ap-key
           end-if
           move "n" to ws-found-sw
           move "n" to ws-browse-done-sw
           exec cics startbr
               file('APPRMST')
               ridfld(ap-key)
               gteq
               resp(ws-resp)
           end-exec
           if ws-resp = dfhresp(normal)
               move "y" to ws-browsing-sw
           else
               move "y" to ws-browse-done-sw
           end-if
           perform until ws-found or ws-browse-done
               exec cics readnext
                   file('APPRMST')
                   into(repeat-approval-rec)
                   ridfld(ap-key)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   move "y" to ws-browse-done-sw
               else
                   if ap-pending and ap-key not = ws-screen-key
                       move "y" to ws-found-sw
                   end-if
               end-if
           end-perform
           if ws-browsing
               exec cics endbr
                   file('APPRMST')
               end-exec
           end-if
           if ws-found
               move "awaiting approval -- key A or D to decide"
                   to ws-msg
           else
               move spaces to repeat-approval-rec
               move "no more requests awaiting approval" to ws-msg
           end-if.

       decide-request.
           exec cics read
               file('APPRMST')
               into(repeat-approval-rec)
               ridfld(ap-key)
               update
           end-exec
           evaluate true
               when not ap-pending
                   move "that request is not awaiting approval"
                       to ws-msg
               when ap-user-id = ws-signon-user
                   move "a requester cannot decide their own request"
                       to ws-msg
               when gfunci = "D" and gcmti = spaces
                   move "a comment is required to decline" to ws-msg
               when other
                   perform check-supervisor
           end-evaluate
           if ws-msg not = spaces
               exec cics unlock
                   file('APPRMST')
               end-exec
           else
               perform record-decision
           end-if.

      *    the decision belongs to the manager CCMST names for the
      *    request's cost center.
       check-supervisor.
           if ap-cost-center = spaces
               move "DFLT" to ws-cc-key
           else
               move ap-cost-center to ws-cc-key
           end-if
           exec cics read
               file('CCMST')
               into(repeat-costctr-rec)
               ridfld(ws-cc-key)
               resp(ws-resp)
           end-exec
           if ws-resp not = dfhresp(normal)
               or cm-manager-id = spaces
               move "no manager on file for the cost center"
                   to ws-msg
           else
               if cm-manager-id not = ws-signon-user
                   move "only the cost center's manager may decide"
                       to ws-msg
               end-if
           end-if.

       record-decision.
           move gfunci to ap-status
           move ws-signon-user to ap-decided-by
           move function current-date to ap-decided-ts
           move gcmti to ap-comment
           exec cics rewrite
               file('APPRMST')
               from(repeat-approval-rec)
           end-exec
           perform write-decision-audit
           evaluate true
               when ap-declined
                   move "request declined -- rejected in the next run"
                       to ws-msg
               when ap-source = "S"
                   move "entry approved -- runs on its due nights"
                       to ws-msg
               when other
                   move "request approved -- runs in the next run"
                       to ws-msg
           end-evaluate.

      *    an online row is not chained here -- the queue is
      *    offloaded onto the trail out of order -- and the chain
      *    walks fold it in by its checksum instead.
       write-decision-audit.
           move ap-request to repeat-trans-rec
           move spaces to repeat-audit-rec
           move function current-date to aud-timestamp
           move rt-in-str to aud-in-str
           move rt-count to aud-count
           move zeros to aud-out-len
           if ap-declined
               move 16 to aud-status
               move 28 to aud-reason
           else
               move 00 to aud-status
               move 00 to aud-reason
           end-if
           move function length(rt-in-str) to aud-in-len
           move "N" to aud-truncated
           move ap-cost-center to aud-cost-center
           move ws-signon-user to aud-user-id
           move "V" to aud-source
           move rt-pattern-id to aud-pattern-id
           move rt-engine to aud-engine
           move rt-mode to aud-mode
           if rt-classified-yes
               move "Y" to aud-classified
               move aud-timestamp to vt-timestamp
               move ws-signon-user to vt-user-id
               move ap-cost-center to vt-cost-center
               move rt-in-str to vt-in-str
               exec cics writeq td
                   queue('RPTV')
                   from(repeat-vault-rec)
                   length(length of repeat-vault-rec)
               end-exec
               compute ws-mask-len = function length(function trim(
                   aud-in-str))
               if ws-mask-len > 0
                   call "repeat-mask" using aud-in-str ws-mask-len
               end-if
           else
               move "N" to aud-classified
           end-if
           move spaces to aud-chain-link
           exec cics writeq td
               queue('RPTA')
               from(repeat-audit-rec)
               length(length of repeat-audit-rec)
           end-exec.

      *    a classified request's string is shown masked.
       fill-screen-from-record.
           move spaces to reptgmapo
           move gfunci to gfunco
           move ap-source to gsrco
           move ap-request-id to greqo
           move ap-held-date to gdateo
           if repeat-approval-rec not = spaces
               move ap-request to repeat-trans-rec
               move rt-in-str to ws-show-str
               if rt-classified-yes
                   compute ws-mask-len = function length(function
                       trim(ws-show-str))
                   if ws-mask-len > 0
                       call "repeat-mask" using ws-show-str
                           ws-mask-len
                   end-if
               end-if
               move ap-status to gstato
               move ap-user-id to gusero
               move ap-cost-center to gcco
               move ws-show-str to gstro
               move rt-count to gcounto
               move rt-mode to gmodeo
               move ap-est-bytes to gbyteso
               move ap-est-records to grecso
               move ap-held-ts to gheldo
               move ap-decided-by to gdecbyo
               move ap-comment to gcmto
           end-if.

       send-initial-map.
           move spaces to reptgmapo
           move "enter B to browse requests awaiting approval"
               to gmsgo
           exec cics send
               map('REPTGMAP')
               mapset('REPTGSET')
               from(reptgmapo)
               erase
           end-exec
           exec cics return
               transid('RPTG')
               commarea(dfhcommarea)
           end-exec.

       entry-not-found.
           move spaces to reptgmapo
           move "no held request with that source, id, and date"
               to gmsgo
           exec cics send
               map('REPTGMAP')
               mapset('REPTGSET')
               from(reptgmapo)
               erase
           end-exec
           exec cics return
               transid('RPTG')
               commarea(dfhcommarea)
           end-exec.

       abend-routine.
           exec cics send text
               from('SUPERVISOR APPROVAL -- ERROR')
               erase
           end-exec
           exec cics return
           end-exec.
