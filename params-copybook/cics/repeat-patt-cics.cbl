      *    repeat-pattern-rec.cpy) themselves, so the literal behind a
      *    pattern id is maintained in exactly one place. Functions:
      *    A add, C change, D delete, B browse.
      *    Delete is refused while an active standing entry on
      *    STANDMST or a subscription names the pattern; the refusal
      *    lists them. Subscriptions come from the PATXREF
      *    cross-reference REPEAT-PATT-XREF leaves behind (see
      *    repeat-patt-xref-rec.cpy), standing entries from STANDMST
      *    itself.
      *    Every add, change, and delete is logged to the RPTM
      *    maintenance-history queue with the signed-on user and the
      *    full before/after record images (see
       working-storage section.
       copy repeat-pattern-rec.
       copy repeat-maint-log-rec.
       copy repeat-standing-rec.
       copy repeat-patt-xref-rec.
       copy reptpmap.
       01  ws-msg               pic x(79).
       01  ws-before-image      pic x(200).
       01  ws-resp              pic s9(8) comp.
       01  ws-browse-done-sw    pic x value "n".
           88  ws-browse-done   value "y".
       01  ws-in-use-count      pic 9(4) comp-5.
      *    the refusal names up to five referrers, "S" standing
      *    entry or "B" subscription, with a trailing "+" when there
      *    are more.
       01  ws-in-use-msg.
           05  filler           pic x(23)
                                value "delete refused, used by".
           05  iu-ref occurs 5 times.
               10  filler       pic x(1) value space.
               10  iu-type      pic x(1).
               10  filler       pic x(1) value "/".
               10  iu-id        pic x(8).
           05  iu-more          pic x(1).

       linkage section.
       01  dfhcommarea          pic x(1).
                   end-exec
                   move spaces to ws-before-image
                   move repeat-pattern-rec to ws-before-image
                   perform check-pattern-in-use
                   if ws-in-use-count > 0
                       move ws-in-use-msg to ws-msg
                       go to send-current-map
                   end-if
                   exec cics delete
                       file('PATTERNF')
                       ridfld(pt-id)
           move pt-delimiter to pdlmo
           move pt-mode to pmodeo.

      *    active standing entries are browsed live; subscriptions
      *    are taken from the cross-reference, since SUBSMST is not
      *    a file the region can read. A cross-reference that is not
      *    there (or not yet built) adds nothing.
       check-pattern-in-use.
           move 0 to ws-in-use-count
           move spaces to iu-more
           perform varying ws-in-use-count from 1 by 1
               until ws-in-use-count > 5
               move spaces to iu-type(ws-in-use-count)
               move spaces to iu-id(ws-in-use-count)
           end-perform
           move 0 to ws-in-use-count
           move low-values to sr-id
           move "n" to ws-browse-done-sw
           exec cics startbr
               file('STANDMST')
               ridfld(sr-id)
               gteq
               resp(ws-resp)
           end-exec
           if ws-resp not = dfhresp(normal)
               move "y" to ws-browse-done-sw
           end-if
           perform until ws-browse-done
               exec cics readnext
                   file('STANDMST')
                   into(repeat-standing-rec)
                   ridfld(sr-id)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   move "y" to ws-browse-done-sw
               else
                   if sr-pattern-id = pt-id and sr-active-yes
                       move "S" to px-ref-type
                       move sr-id to px-ref-id
                       perform note-in-use
                   end-if
               end-if
           end-perform
           exec cics endbr
               file('STANDMST')
               resp(ws-resp)
           end-exec
           move pt-id to px-pattern-id
           move "B" to px-ref-type
           move low-values to px-ref-id
           move "n" to ws-browse-done-sw
           exec cics startbr
               file('PATXREF')
               ridfld(px-key)
               gteq
               resp(ws-resp)
           end-exec
           if ws-resp not = dfhresp(normal)
               move "y" to ws-browse-done-sw
           end-if
           perform until ws-browse-done
               exec cics readnext
                   file('PATXREF')
                   into(repeat-patt-xref-rec)
                   ridfld(px-key)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   or px-pattern-id not = pt-id
                   or not px-ref-subscription
                   move "y" to ws-browse-done-sw
               else
                   perform note-in-use
               end-if
           end-perform
           exec cics endbr
               file('PATXREF')
               resp(ws-resp)
           end-exec.

       note-in-use.
           add 1 to ws-in-use-count
           if ws-in-use-count > 5
               move "+" to iu-more
           else
               move px-ref-type to iu-type(ws-in-use-count)
               move px-ref-id to iu-id(ws-in-use-count)
           end-if.

       send-initial-map.
           move spaces to reptpmapo
           move "enter function and pattern id" to pmsgo
