       identification division.
       program-id. repeat-audit-chain.

      ******************************************************************
      *    Shared chaining for the audit trail (see the AUD-CHAIN-LINK
      *    note in repeat-audit-rec.cpy): every row written carries
      *    the chain value of the row before it and its own value,
      *    the REPEAT-CKSUM of that previous value followed by the
      *    row with its chain fields blanked. Every writer of the
      *    trail, every cut of it, and every check of it calls this
      *    one subprogram, so none of them can drift onto a different
      *    rule. A row with no chain values (one that predates the
      *    chain, or an online row offloaded from the RPTA queue) is
      *    folded in: the running value becomes the checksum of the
      *    running value and that row.
      *    CH-FUNCTION:
      *      "I"  position on the trail: read AUDITOUT to its end for
      *           the running value, once per run unit. A writer
      *           calls this before its OPEN EXTEND; "N" does it
      *           itself when it has not been done.
      *      "N"  stamp REPEAT-AUDIT-REC, about to be written, with
      *           the running value and its own, and move on to it.
      *      "C"  return in CH-VALUE the value REPEAT-AUDIT-REC
      *           chains to when it follows the value passed in
      *           CH-VALUE -- for the walks that re-prove the chain.
      *      "S"  start a cut of the trail (REPEAT-AUDIT-PURGE,
      *           REPEAT-RETAIN): AUDSEAL is opened for its bridges.
      *      "P"  pass one row of the cut, CH-FATE "A" archived, "K"
      *           kept on the live file, "D" deleted. When the row's
      *           link was intact on the trail being cut but it no
      *           longer follows the same row on its new file, a
      *           bridge row (see repeat-audit-seal-rec.cpy) records
      *           the legitimate break for the chain check.
      *      "E"  end the cut: AUDSEAL is closed, and CH-VALUE
      *           returns how many links were already broken on the
      *           trail being cut (left unbridged).
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional chain-audit-file assign to auditout
               organization is line sequential.
           select optional seal-file assign to audseal
               organization is line sequential.

       data division.
       file section.
       fd  chain-audit-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==chain-audit==
                     leading ==aud-== by ==cha-==.

       fd  seal-file.
       copy repeat-audit-seal-rec.

       working-storage section.
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-ready-sw          pic x value "n".
           88  ws-ready         value "y".
       01  ws-first-row-sw      pic x value "y".
           88  ws-first-row     value "y".
       01  ws-intact-sw         pic x value "n".
           88  ws-intact        value "y".
       01  ws-running           pic 9(9) comp-5 value 0.
       01  ws-prev-value        pic 9(9) comp-5 value 0.
       01  ws-new-value         pic 9(9) comp-5 value 0.
       01  ws-prev-disp         pic 9(9).
       01  ws-chain-len         pic 9(4) comp-5.
       01  ws-chain-data        pic x(900).
      *    the cut's running values: what the trail being cut has
      *    reached, and what each new file -- 1 archive, 2 live --
      *    has reached.
       01  ws-in-last           pic 9(9) comp-5 value 0.
       01  ws-out-idx           pic 9(1) comp-5.
       01  ws-out-last          pic 9(9) comp-5 occurs 2 times.
       01  ws-in-broken         pic 9(8) comp-5 value 0.
      *    the row being chained, with its chain fields to hand.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==ch-row==
                     leading ==aud-== by ==chr-==.

       linkage section.
       01  ch-function          pic x(1).
       copy repeat-audit-rec.
       01  ch-fate              pic x(1).
       01  ch-value             pic 9(9) comp-5.

       procedure division
           using
               ch-function
               repeat-audit-rec
               ch-fate
               ch-value.
           evaluate ch-function
               when "I"
                   if not ws-ready
                       perform position-on-trail
                   end-if
               when "N"
                   if not ws-ready
                       perform position-on-trail
                   end-if
                   move ws-running to ws-prev-value
                   move repeat-audit-rec to ch-row-rec
                   perform compute-chain-value
                   move ws-running to aud-chain-prev
                   move ws-new-value to aud-chain
                   move ws-new-value to ws-running
               when "C"
                   move ch-value to ws-prev-value
                   move repeat-audit-rec to ch-row-rec
                   perform compute-chain-value
                   move ws-new-value to ch-value
               when "S"
                   move 0 to ws-in-last ws-in-broken
                   move 0 to ws-out-last(1) ws-out-last(2)
                   move "y" to ws-first-row-sw
                   open extend seal-file
               when "P"
                   perform pass-one-row
               when "E"
                   close seal-file
                   move ws-in-broken to ch-value
           end-evaluate
           goback.

      *    the running value is where the trail ends: the last
      *    chained row's own value, with any unchained rows after it
      *    folded in.
       position-on-trail.
           move 0 to ws-running
           move "n" to ws-eof-sw
           open input chain-audit-file
           perform until ws-eof
               read chain-audit-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if cha-chain-link is numeric
                           move cha-chain to ws-running
                       else
                           move ws-running to ws-prev-value
                           move chain-audit-rec to ch-row-rec
                           perform compute-chain-value
                           move ws-new-value to ws-running
                       end-if
               end-read
           end-perform
           close chain-audit-file
           move "y" to ws-ready-sw.

      *    the checksum of the previous value, as nine digits, and
      *    the row with its chain fields blanked -- so the row's own
      *    value can be recomputed from the row. A row with no chain
      *    link of a chained request is summed over the length rows
      *    had before that link was appended, so every row written
      *    before it still proves.
       compute-chain-value.
           move spaces to chr-chain-link
           move ws-prev-value to ws-prev-disp
           move spaces to ws-chain-data
           move ws-prev-disp to ws-chain-data(1:9)
           move ch-row-rec to ws-chain-data(10:length of ch-row-rec)
           compute ws-chain-len = 9 + length of ch-row-rec
           if chr-pred-link = spaces
               subtract length of chr-pred-link from ws-chain-len
           end-if
           call "repeat-cksum" using ws-chain-data ws-chain-len
               ws-new-value.

      *    the first row of the cut is taken as intact: it opened
      *    the trail, or opened it after an earlier cut whose bridge
      *    already covers it on any new file it opens too.
       pass-one-row.
           move repeat-audit-rec to ch-row-rec
           evaluate ch-fate
               when "A"
                   move 1 to ws-out-idx
               when "K"
                   move 2 to ws-out-idx
               when other
                   move 0 to ws-out-idx
           end-evaluate
           if aud-chain-link is numeric
               move "y" to ws-intact-sw
               if not ws-first-row
                   and aud-chain-prev not = ws-in-last
                   move "n" to ws-intact-sw
                   add 1 to ws-in-broken
               end-if
               if ws-out-idx > 0
                   if ws-intact
                       and not ws-first-row
                       and ws-out-last(ws-out-idx) not = aud-chain-prev
                       perform write-bridge
                   end-if
                   move aud-chain to ws-out-last(ws-out-idx)
               end-if
               move aud-chain to ws-in-last
           else
               move ws-in-last to ws-prev-value
               perform compute-chain-value
               move ws-new-value to ws-in-last
               if ws-out-idx > 0
                   move repeat-audit-rec to ch-row-rec
                   move ws-out-last(ws-out-idx) to ws-prev-value
                   perform compute-chain-value
                   move ws-new-value to ws-out-last(ws-out-idx)
               end-if
           end-if
           move "n" to ws-first-row-sw.

       write-bridge.
           move spaces to repeat-audit-seal-rec
           move "B" to sl-type
           move function current-date to sl-sealed-ts
           move sl-sealed-ts(1:8) to sl-seal-date
           move 0 to sl-rows
           move ws-out-last(ws-out-idx) to sl-open-chain
           move aud-chain-prev to sl-final-chain
           move aud-timestamp to sl-first-ts sl-last-ts
           write repeat-audit-seal-rec.
       end program repeat-audit-chain.
