       identification division.
       program-id. reptentl.

      ******************************************************************
      *    Entitlement maintenance (transaction RPTN, mapset
      *    REPTNSET/REPTNMAP -- see reptnmap.bms), in the style of the
      *    RPTS and RPTP screens: security administration adds,
      *    changes, deletes, and browses user and cost-center rows on
      *    the ENTITLEF VSAM master (see repeat-entitle-rec.cpy)
      *    instead of editing the flat dataset on request tickets.
      *    Functions: A add, C change, D delete, B browse, G approve
      *    a pending unmask grant. Every screen shows today's QUOTAMST
      *    usage (file QUOTAF in this region) beside the daily
      *    ceilings, with what is left, so a refused analyst's
      *    question is answered from the same screen that sets the
      *    limit.
      *    Unmask rights are dual-control: keying "Y" in the unmask
      *    field only records a pending grant ("P") naming the
      *    signed-on requester. The grant takes effect when a second
      *    signed-on user, different from the requester, approves it
      *    with function G. Taking unmask away is immediate.
      *    Every add, change, delete, and approval is logged to the
      *    RPTM maintenance-history queue with the signed-on user
      *    and the full before/after record images (see
      *    repeat-maint-log-rec.cpy), the same history RPTS and RPTP
      *    keep.
      ******************************************************************

       environment division.
       data division.
       working-storage section.
       copy repeat-entitle-rec.
       copy repeat-quota-rec.
       copy repeat-maint-log-rec.
       copy reptnmap.
       01  ws-msg               pic x(79).
       01  ws-before-image      pic x(200).
       01  ws-signon-user       pic x(8).
       01  ws-prior-unmask      pic x(1).
       01  ws-grant-pending-sw  pic x value "n".
           88  ws-grant-pending value "y".
       01  ws-quota-resp        pic s9(8) comp.
       01  ws-left-requests     pic 9(8).
       01  ws-left-bytes        pic 9(12).
       01  ws-edit-figure       pic z(11)9.

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
               map('REPTNMAP')
               mapset('REPTNSET')
               into(reptnmapi)
           end-exec

           exec cics assign
               userid(ws-signon-user)
           end-exec

           move spaces to repeat-entitle-rec
           if nidi = spaces
               move "user or cost-center id is required" to ws-msg
               go to send-current-map
           end-if
           move nidi to en-user-id
           if nfunci = "A" or nfunci = "C"
               perform validate-screen-fields
               if ws-msg not = spaces
                   go to send-current-map
               end-if
           end-if

           evaluate nfunci
               when "A"
                   move "N" to ws-prior-unmask
                   perform build-record-from-screen
                   exec cics write
                       file('ENTITLEF')
                       from(repeat-entitle-rec)
                       ridfld(en-user-id)
                   end-exec
                   move spaces to ws-before-image
                   move "A" to ml-function
                   perform write-maint-log
                   if ws-grant-pending
                       move "entry added, unmask grant awaits approval"
                           to ws-msg
                   else
                       move "entry added" to ws-msg
                   end-if
               when "C"
                   exec cics read
                       file('ENTITLEF')
                       into(repeat-entitle-rec)
                       ridfld(en-user-id)
                       update
                   end-exec
                   move spaces to ws-before-image
                   move repeat-entitle-rec to ws-before-image
                   move en-unmask-allowed to ws-prior-unmask
                   perform build-record-from-screen
                   exec cics rewrite
                       file('ENTITLEF')
                       from(repeat-entitle-rec)
                   end-exec
                   move "C" to ml-function
                   perform write-maint-log
                   if ws-grant-pending
                       move "entry changed, unmask awaits approval"
                           to ws-msg
                   else
                       move "entry changed" to ws-msg
                   end-if
               when "D"
      *    the record is read first so the log keeps the image the
      *    delete removed.
                   exec cics read
                       file('ENTITLEF')
                       into(repeat-entitle-rec)
                       ridfld(en-user-id)
                   end-exec
                   move spaces to ws-before-image
                   move repeat-entitle-rec to ws-before-image
                   exec cics delete
                       file('ENTITLEF')
                       ridfld(en-user-id)
                   end-exec
                   move "D" to ml-function
                   perform write-maint-log
                   move "entry deleted" to ws-msg
               when "B"
                   exec cics read
                       file('ENTITLEF')
                       into(repeat-entitle-rec)
                       ridfld(en-user-id)
                   end-exec
                   if en-unmask-pending
                       move "entry displayed, unmask grant pending"
                           to ws-msg
                   else
                       move "entry displayed" to ws-msg
                   end-if
               when "G"
                   perform approve-unmask-grant
               when other
                   move "function must be A, C, D, B, or G" to ws-msg
           end-evaluate.

       send-current-map.
           perform fill-screen-from-record
           move ws-msg to nmsgo
           exec cics send
               map('REPTNMAP')
               mapset('REPTNSET')
               from(reptnmapo)
               erase
           end-exec
           exec cics return
               transid('RPTN')
               commarea(dfhcommarea)
           end-exec.

      *    the second half of the dual control: only a row holding a
      *    pending grant can be approved, and never by the user who
      *    asked for it. A refused approval leaves the row untouched.
       approve-unmask-grant.
           exec cics read
               file('ENTITLEF')
               into(repeat-entitle-rec)
               ridfld(en-user-id)
               update
           end-exec
           evaluate true
               when not en-unmask-pending
                   exec cics unlock
                       file('ENTITLEF')
                   end-exec
                   move "no unmask grant is pending for that id"
                       to ws-msg
               when en-unmask-req-by = ws-signon-user
                   exec cics unlock
                       file('ENTITLEF')
                   end-exec
                   move "a second, different user must approve"
                       to ws-msg
               when other
                   move spaces to ws-before-image
                   move repeat-entitle-rec to ws-before-image
                   move "Y" to en-unmask-allowed
                   move ws-signon-user to en-unmask-appr-by
                   exec cics rewrite
                       file('ENTITLEF')
                       from(repeat-entitle-rec)
                   end-exec
                   move "C" to ml-function
                   perform write-maint-log
                   move "unmask grant approved -- now in effect"
                       to ws-msg
           end-evaluate.

       validate-screen-fields.
           move spaces to ws-msg
           evaluate true
               when ntypei not = space and ntypei not = "U"
                   and ntypei not = "C"
                   move "row type must be U (user) or C (cost center)"
                       to ws-msg
               when nmaxi not = spaces and nmaxi is not numeric
                   move "max count must be 4 digits, zero-filled"
                       to ws-msg
               when ndreqi not = spaces and ndreqi is not numeric
                   move "daily requests must be 8 digits, zero-filled"
                       to ws-msg
               when ndbyti not = spaces and ndbyti is not numeric
                   move "daily bytes must be 12 digits, zero-filled"
                       to ws-msg
               when nnati not = "Y" and nnati not = "N"
                   and nnati not = space
                   move "native must be Y or N" to ws-msg
               when nfilli not = "Y" and nfilli not = "N"
                   and nfilli not = space
                   move "fill/stream must be Y or N" to ws-msg
               when nunmi not = "Y" and nunmi not = "N"
                   and nunmi not = "P" and nunmi not = space
                   move "unmask must be Y, N, or P" to ws-msg
               when other
                   continue
           end-evaluate.

      *    a cost-center row carries the department code in the key
      *    and only the two daily ceilings; its per-request fields
      *    and unmask right are forced off so a department code can
      *    never be mistaken for an entitled user.
       build-record-from-screen.
           move "n" to ws-grant-pending-sw
           move nidi to en-user-id
           move ntypei to en-rec-type
           if en-rec-type = space
               move "U" to en-rec-type
           end-if
           move zeros to en-max-count
           if nmaxi not = spaces
               move nmaxi to en-max-count
           end-if
           move nnati to en-native-allowed
           move nfilli to en-fill-allowed
           move zeros to en-day-req-limit
           if ndreqi not = spaces
               move ndreqi to en-day-req-limit
           end-if
           move zeros to en-day-byte-limit
           if ndbyti not = spaces
               move ndbyti to en-day-byte-limit
           end-if
           evaluate true
               when en-cost-center-row
                   move zeros to en-max-count
                   move "N" to en-native-allowed
                   move "N" to en-fill-allowed
                   move "N" to en-unmask-allowed
                   move spaces to en-unmask-req-by
                   move spaces to en-unmask-appr-by
      *    an existing or pending grant stands as it is; re-keying
      *    "Y" can never promote one's own pending request.
               when nunmi = "Y" or nunmi = "P"
                   if ws-prior-unmask = "Y" or ws-prior-unmask = "P"
                       move ws-prior-unmask to en-unmask-allowed
                   else
                       move "P" to en-unmask-allowed
                       move ws-signon-user to en-unmask-req-by
                       move spaces to en-unmask-appr-by
                   end-if
                   if en-unmask-pending
                       move "y" to ws-grant-pending-sw
                   end-if
               when other
                   move "N" to en-unmask-allowed
                   move spaces to en-unmask-req-by
                   move spaces to en-unmask-appr-by
           end-evaluate.

      *    one history row per completed maintenance action: the
      *    signed-on user, the transaction, and the full images.
       write-maint-log.
           move function current-date to ml-timestamp
           move ws-signon-user to ml-user-id
           move eibtrnid to ml-transid
           move "ENTITLEF" to ml-file
           move en-user-id to ml-record-id
           move ws-before-image to ml-before
           if ml-function = "D"
               move spaces to ml-after
           else
               move spaces to ml-after
               move repeat-entitle-rec to ml-after
           end-if
           exec cics writeq td
               queue('RPTM')
               from(repeat-maint-log-rec)
               length(length of repeat-maint-log-rec)
           end-exec.

       fill-screen-from-record.
           move spaces to reptnmapo
           move nfunci to nfunco
           move en-user-id to nido
           move en-rec-type to ntypeo
           move en-max-count to nmaxo
           move en-native-allowed to nnato
           move en-fill-allowed to nfillo
           move en-unmask-allowed to nunmo
           move en-day-req-limit to ndreqo
           move en-day-byte-limit to ndbyto
           move en-unmask-req-by to nrqbyo
           move en-unmask-appr-by to napbyo
           if en-user-id not = spaces
               perform show-quota-usage
           end-if.

      *    today's usage row for the id -- the user row, or the
      *    department row for a cost-center entry -- beside the
      *    ceilings. No row yet means nothing used today; a zero
      *    ceiling means no daily limit on that figure.
       show-quota-usage.
           move function current-date(1:8) to qu-date
           if en-cost-center-row
               move "C" to qu-type
               move spaces to qu-id
               move en-user-id(1:4) to qu-id(1:4)
           else
               move "U" to qu-type
               move en-user-id to qu-id
           end-if
           exec cics read
               file('QUOTAF')
               into(repeat-quota-rec)
               ridfld(qu-key)
               resp(ws-quota-resp)
           end-exec
           if ws-quota-resp not = dfhresp(normal)
               move zeros to qu-requests
               move zeros to qu-out-bytes
           end-if
           if en-day-req-limit is not numeric
               move zeros to en-day-req-limit
           end-if
           if en-day-byte-limit is not numeric
               move zeros to en-day-byte-limit
           end-if
           move qu-requests to ws-edit-figure
           move ws-edit-figure to nureqo
           move qu-out-bytes to ws-edit-figure
           move ws-edit-figure to nubyto
           if en-day-req-limit = 0
               move "NO LIMIT" to nlreqo
           else
               move zeros to ws-left-requests
               if qu-requests < en-day-req-limit
                   compute ws-left-requests =
                       en-day-req-limit - qu-requests
               end-if
               move ws-left-requests to ws-edit-figure
               move ws-edit-figure to nlreqo
           end-if
           if en-day-byte-limit = 0
               move "NO LIMIT" to nlbyto
           else
               move zeros to ws-left-bytes
               if qu-out-bytes < en-day-byte-limit
                   compute ws-left-bytes =
                       en-day-byte-limit - qu-out-bytes
               end-if
               move ws-left-bytes to ws-edit-figure
               move ws-edit-figure to nlbyto
           end-if.

       send-initial-map.
           move spaces to reptnmapo
           move "enter function and user or cost-center id" to nmsgo
           exec cics send
               map('REPTNMAP')
               mapset('REPTNSET')
               from(reptnmapo)
               erase
           end-exec
           exec cics return
               transid('RPTN')
               commarea(dfhcommarea)
           end-exec.

       entry-not-found.
           move spaces to reptnmapo
           move "no entitlement row with that id" to nmsgo
           exec cics send
               map('REPTNMAP')
               mapset('REPTNSET')
               from(reptnmapo)
               erase
           end-exec
           exec cics return
               transid('RPTN')
               commarea(dfhcommarea)
           end-exec.

       entry-already-there.
           move spaces to reptnmapo
           move "an entitlement row with that id already exists"
               to nmsgo
           exec cics send
               map('REPTNMAP')
               mapset('REPTNSET')
               from(reptnmapo)
               erase
           end-exec
           exec cics return
               transid('RPTN')
               commarea(dfhcommarea)
           end-exec.

       abend-routine.
           exec cics send text
               from('ENTITLEMENT MAINTENANCE -- ERROR')
               erase
           end-exec
           exec cics return
           end-exec.
