       identification division.
       program-id. repeat-audit-chk.

      ******************************************************************
      *    Audit chain check: re-walks the audit trail's chain (see
      *    repeat-audit-chain.cbl) against the seal file AUDSEAL (see
      *    repeat-audit-seal-rec.cpy) and reports the first broken
      *    link on each dataset walked, so a compliance reviewer can
      *    be shown that nobody has edited, inserted, or removed a
      *    row since it was written. The SYSIN card names what to
      *    walk, any of:
      *      "L"  the live trail (AUDITIN), in file order;
      *      "A"  one archive generation (ARCHIN) -- give each
      *           generation its own step;
      *      "M"  the keyed audit master (AUDITMST). It holds the
      *           live trail in key order, not file order, so its
      *           rows are each re-proved on their own and then the
      *           master as a whole must match the live trail: the
      *           same row count, the same chained rows, and the same
      *           totals of previous and own chain values. Run it
      *           after REPEAT-AUDIT-LOAD and before the next append;
      *           "M" walks the live trail too.
      *    Blank is "LM". On each walk a chained row is broken when:
      *      LINK     its previous value is not the value the walk
      *               has reached and no bridge row from a cut
      *               vouches for the gap -- a row before it was
      *               removed, or it was inserted;
      *      ALTERED  its own value is not the checksum of its
      *               previous value and its content -- the row was
      *               edited;
      *      COUNT    the walk reaches a seal's final value from its
      *               opening value in a different number of rows than
      *               the seal recorded (checked only where no bridge
      *               was crossed in between).
      *    Unchained rows are folded in as the writers fold them. A
      *    daily seal written since the latest cut must have its
      *    final value on the live trail, or the trail has been
      *    rewritten (SEAL). Seals found on no dataset walked are
      *    counted only -- their rows may be on generations not
      *    walked. Returns 8 when anything is broken, 16 when the
      *    seal file is too large for the tables here.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select optional seal-file assign to audseal
               organization is line sequential.
           select optional audit-file assign to auditin
               organization is line sequential.
           select optional archive-file assign to archin
               organization is line sequential.
           select optional master-file assign to auditmst
               organization is indexed
               access mode is sequential
               record key is am-key
               file status is ws-master-fs.

       data division.
       file section.
       fd  control-card.
       01  chk-card-rec.
           05  ck-scope           pic x(3).

       fd  seal-file.
       copy repeat-audit-seal-rec.

       fd  audit-file.
       copy repeat-audit-rec.

       fd  archive-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==archive-audit==
                     leading ==aud-== by ==arc-==.

       fd  master-file.
       copy repeat-audit-master-rec.

       working-storage section.
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-found-sw          pic x(1).
           88  ws-found         value "y".
       01  ws-bridged-sw        pic x value "n".
           88  ws-bridged       value "y".
       01  ws-first-sw          pic x value "n".
           88  ws-first-reported value "y".
       01  ws-walk-live-sw      pic x value "n".
           88  ws-walk-live     value "y".
       01  ws-walk-arch-sw      pic x value "n".
           88  ws-walk-arch     value "y".
       01  ws-walk-master-sw    pic x value "n".
           88  ws-walk-master   value "y".
       01  ws-scope             pic x(3).
       01  ws-master-fs         pic x(2).
       01  ws-walk-name         pic x(8).
       01  ws-break-kind        pic x(8).
       01  ws-chain-function    pic x(1) value "C".
       01  ws-chain-fate        pic x(1) value space.
       01  ws-computed          pic 9(9) comp-5.
       01  ws-last              pic 9(9) comp-5.
       01  ws-expected          pic 9(9) comp-5.
       01  ws-found-value       pic 9(9) comp-5.
       01  ws-boundary          pic 9(9) comp-5.
       01  ws-rows-since        pic 9(8) comp-5.
       01  ws-walk-rows         pic 9(8) comp-5.
       01  ws-walk-breaks       pic 9(8) comp-5.
       01  ws-total-breaks      pic 9(8) comp-5 value 0.
       01  ws-latest-cut-ts     pic x(26) value low-values.
       01  ws-seals-unplaced    pic 9(8) comp-5 value 0.
      *    live trail and master totals, compared after both walks.
       01  ws-sums.
           05  ws-sum-rows      pic 9(8) comp-5 occurs 2 times.
           05  ws-sum-chained   pic 9(8) comp-5 occurs 2 times.
           05  ws-sum-prev      pic 9(18) comp-5 occurs 2 times.
           05  ws-sum-own       pic 9(18) comp-5 occurs 2 times.
       01  ws-sum-idx           pic 9(1) comp-5.
      *    the daily seals in file order, and an index over them in
      *    final-value order for the lookup on every row walked.
       01  ws-seal-max          pic 9(4) comp-5 value 4000.
       01  ws-seal-count        pic 9(4) comp-5 value 0.
       01  ws-seal-table.
           05  ws-seal occurs 4000 times.
               10  ws-sl-open       pic 9(9) comp-5.
               10  ws-sl-final      pic 9(9) comp-5.
               10  ws-sl-rows       pic 9(8) comp-5.
               10  ws-sl-date       pic x(8).
               10  ws-sl-sealed-ts  pic x(26).
               10  ws-sl-found-sw   pic x(1).
               10  ws-sl-live-sw    pic x(1).
       01  ws-seal-index.
           05  ws-sx occurs 4000 times.
               10  ws-sx-final      pic 9(9) comp-5.
               10  ws-sx-seal       pic 9(4) comp-5.
       01  ws-seal-idx          pic 9(4) comp-5.
       01  ws-sx-idx            pic 9(4) comp-5.
       01  ws-low               pic 9(4) comp-5.
       01  ws-high              pic 9(4) comp-5.
       01  ws-mid               pic 9(4) comp-5.
       01  ws-bridge-max        pic 9(4) comp-5 value 5000.
       01  ws-bridge-count      pic 9(4) comp-5 value 0.
       01  ws-bridge-table.
           05  ws-bridge occurs 5000 times.
               10  ws-br-from       pic 9(9) comp-5.
               10  ws-br-to         pic 9(9) comp-5.
       01  ws-bridge-idx        pic 9(4) comp-5.
      *    the row being walked, whichever dataset it came from.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==ck-row==
                     leading ==aud-== by ==ckr-==.

       procedure division.
       main-line.
           move spaces to ws-scope
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           if not ws-control-eof
               move ck-scope to ws-scope
           end-if
           close control-card
           if ws-scope = spaces
               move "LM" to ws-scope
           end-if
           initialize ws-sums
           perform set-scope
           perform load-seals
           if return-code = 16
               goback
           end-if
           if ws-walk-arch
               move "ARCHIVE" to ws-walk-name
               perform walk-archive
           end-if
           if ws-walk-live
               move "LIVE" to ws-walk-name
               perform walk-live
               perform check-live-seals
           end-if
           if ws-walk-master
               move "MASTER" to ws-walk-name
               perform walk-master
           end-if
           perform report-totals
           goback.

       set-scope.
           move 0 to ws-seal-idx
           inspect ws-scope tallying ws-seal-idx for all "L"
           if ws-seal-idx > 0
               move "y" to ws-walk-live-sw
           end-if
           move 0 to ws-seal-idx
           inspect ws-scope tallying ws-seal-idx for all "A"
           if ws-seal-idx > 0
               move "y" to ws-walk-arch-sw
           end-if
           move 0 to ws-seal-idx
           inspect ws-scope tallying ws-seal-idx for all "M"
           if ws-seal-idx > 0
               move "y" to ws-walk-master-sw
               move "y" to ws-walk-live-sw
           end-if.

      *    seals go into the index by insertion, so the index is in
      *    final-value order for the binary search.
       load-seals.
           move "n" to ws-eof-sw
           open input seal-file
           perform until ws-eof
               read seal-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       evaluate true
                           when sl-day-seal
                               perform add-seal
                           when sl-bridge
                               perform add-bridge
                       end-evaluate
               end-read
           end-perform
           close seal-file
           display "repeat-audit-chk: " ws-seal-count " daily seals, "
               ws-bridge-count " bridges loaded".

       add-seal.
           if ws-seal-count = ws-seal-max
               display "repeat-audit-chk: more than " ws-seal-max
                   " daily seals -- the seal table is full"
               move 16 to return-code
               move "y" to ws-eof-sw
           else
               add 1 to ws-seal-count
               move sl-open-chain to ws-sl-open(ws-seal-count)
               move sl-final-chain to ws-sl-final(ws-seal-count)
               move sl-rows to ws-sl-rows(ws-seal-count)
               move sl-seal-date to ws-sl-date(ws-seal-count)
               move sl-sealed-ts to ws-sl-sealed-ts(ws-seal-count)
               move "n" to ws-sl-found-sw(ws-seal-count)
               move "n" to ws-sl-live-sw(ws-seal-count)
               move ws-seal-count to ws-sx-idx
               perform until ws-sx-idx = 1
                   or ws-sx-final(ws-sx-idx - 1) <= sl-final-chain
                   move ws-sx(ws-sx-idx - 1) to ws-sx(ws-sx-idx)
                   subtract 1 from ws-sx-idx
               end-perform
               move sl-final-chain to ws-sx-final(ws-sx-idx)
               move ws-seal-count to ws-sx-seal(ws-sx-idx)
           end-if.

       add-bridge.
           if ws-bridge-count = ws-bridge-max
               display "repeat-audit-chk: more than " ws-bridge-max
                   " bridges -- the bridge table is full"
               move 16 to return-code
               move "y" to ws-eof-sw
           else
               add 1 to ws-bridge-count
               move sl-open-chain to ws-br-from(ws-bridge-count)
               move sl-final-chain to ws-br-to(ws-bridge-count)
               if sl-sealed-ts > ws-latest-cut-ts
                   move sl-sealed-ts to ws-latest-cut-ts
               end-if
           end-if.

       walk-live.
           perform start-walk
           move 1 to ws-sum-idx
           move "n" to ws-eof-sw
           open input audit-file
           perform until ws-eof
               read audit-file into ck-row-rec
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform check-one-row
                       perform add-to-sums
               end-read
           end-perform
           close audit-file
           perform end-walk.

       walk-archive.
           perform start-walk
           move "n" to ws-eof-sw
           open input archive-file
           perform until ws-eof
               read archive-file into ck-row-rec
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform check-one-row
               end-read
           end-perform
           close archive-file
           perform end-walk.

      *    the master's rows come back in key order, so each is
      *    re-proved on its own and the master is compared with the
      *    live trail as a whole.
       walk-master.
           perform start-walk
           move 2 to ws-sum-idx
           move "n" to ws-eof-sw
           open input master-file
           if ws-master-fs not = "00" and ws-master-fs not = "05"
               display "repeat-audit-chk: audit master open failed, "
                   "file status " ws-master-fs
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read master-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move am-audit-data to ck-row-rec
                       add 1 to ws-walk-rows
                       if ckr-chain-link is numeric
                           perform check-own-value
                       end-if
                       perform add-to-sums
               end-read
           end-perform
           close master-file
           perform end-walk
           if ws-sum-rows(1) not = ws-sum-rows(2)
               or ws-sum-chained(1) not = ws-sum-chained(2)
               or ws-sum-prev(1) not = ws-sum-prev(2)
               or ws-sum-own(1) not = ws-sum-own(2)
               add 1 to ws-total-breaks
               display "repeat-audit-chk: MASTER does not hold the "
                   "live trail's rows"
               display "  rows on live / master .. " ws-sum-rows(1)
                   " / " ws-sum-rows(2)
               display "  chained live / master .. " ws-sum-chained(1)
                   " / " ws-sum-chained(2)
           end-if.

       start-walk.
           move 0 to ws-last ws-boundary ws-rows-since ws-walk-rows
               ws-walk-breaks
           move "n" to ws-bridged-sw ws-first-sw.

       end-walk.
           display "repeat-audit-chk: " ws-walk-name " rows walked "
               ws-walk-rows ", broken " ws-walk-breaks
           add ws-walk-breaks to ws-total-breaks.

       check-one-row.
           add 1 to ws-walk-rows
           add 1 to ws-rows-since
           if ckr-chain-link is numeric
               if ckr-chain-prev not = ws-last
                   perform find-bridge
                   if ws-found
                       move "y" to ws-bridged-sw
                   else
                       move "LINK" to ws-break-kind
                       move ws-last to ws-expected
                       move ckr-chain-prev to ws-found-value
                       perform note-break
                   end-if
               end-if
               perform check-own-value
               move ckr-chain to ws-last
           else
               call "repeat-audit-chain" using ws-chain-function
                   ck-row-rec ws-chain-fate ws-last
           end-if
           perform find-seal
           if ws-found
               perform close-seal-segment
           end-if.

       check-own-value.
           move ckr-chain-prev to ws-computed
           call "repeat-audit-chain" using ws-chain-function
               ck-row-rec ws-chain-fate ws-computed
           if ws-computed not = ckr-chain
               move "ALTERED" to ws-break-kind
               move ws-computed to ws-expected
               move ckr-chain to ws-found-value
               perform note-break
           end-if.

       find-bridge.
           move "n" to ws-found-sw
           perform varying ws-bridge-idx from 1 by 1
               until ws-bridge-idx > ws-bridge-count or ws-found
               if ws-br-from(ws-bridge-idx) = ws-last
                   and ws-br-to(ws-bridge-idx) = ckr-chain-prev
                   move "y" to ws-found-sw
               end-if
           end-perform.

      *    binary search of the final-value index for the value the
      *    walk has reached.
       find-seal.
           move "n" to ws-found-sw
           move 1 to ws-low
           move ws-seal-count to ws-high
           perform until ws-found or ws-low > ws-high
               compute ws-mid = (ws-low + ws-high) / 2
               evaluate true
                   when ws-sx-final(ws-mid) = ws-last
                       move "y" to ws-found-sw
                   when ws-sx-final(ws-mid) < ws-last
                       compute ws-low = ws-mid + 1
                   when ws-mid = 1
                       move 0 to ws-high
                   when other
                       compute ws-high = ws-mid - 1
               end-evaluate
           end-perform.

      *    an empty seal shares its final value with the seal before
      *    it, so every index entry holding the value is closed.
       close-seal-segment.
           perform until ws-mid = 1
               or ws-sx-final(ws-mid - 1) not = ws-last
               subtract 1 from ws-mid
           end-perform
           perform until ws-mid > ws-seal-count
               or ws-sx-final(ws-mid) not = ws-last
               move ws-sx-seal(ws-mid) to ws-seal-idx
               perform close-one-seal
               add 1 to ws-mid
           end-perform
           move ws-last to ws-boundary
           move 0 to ws-rows-since
           move "n" to ws-bridged-sw.

      *    the segment can be counted only when this walk opened it
      *    from its own opening value without crossing a bridge.
       close-one-seal.
           move "y" to ws-sl-found-sw(ws-seal-idx)
           if ws-walk-name = "LIVE"
               move "y" to ws-sl-live-sw(ws-seal-idx)
           end-if
           if ws-boundary = ws-sl-open(ws-seal-idx)
               and not ws-bridged
               and ws-rows-since not = ws-sl-rows(ws-seal-idx)
               move "COUNT" to ws-break-kind
               move ws-sl-rows(ws-seal-idx) to ws-expected
               move ws-rows-since to ws-found-value
               perform note-break
           end-if.

       note-break.
           add 1 to ws-walk-breaks
           if not ws-first-reported
               move "y" to ws-first-sw
               display "repeat-audit-chk: FIRST BROKEN LINK on "
                   ws-walk-name " at row " ws-walk-rows
               display "  row timestamp .......... " ckr-timestamp
               display "  broken ................. " ws-break-kind
               display "  expected ............... " ws-expected
               display "  found .................. " ws-found-value
           end-if.

       add-to-sums.
           add 1 to ws-sum-rows(ws-sum-idx)
           if ckr-chain-link is numeric
               add 1 to ws-sum-chained(ws-sum-idx)
               compute ws-sum-prev(ws-sum-idx) = function mod(
                   ws-sum-prev(ws-sum-idx) + ckr-chain-prev,
                   1000000000)
               compute ws-sum-own(ws-sum-idx) = function mod(
                   ws-sum-own(ws-sum-idx) + ckr-chain, 1000000000)
           end-if.

      *    a seal written after the latest cut sealed rows that can
      *    only be on the live trail.
       check-live-seals.
           perform varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-count
               if ws-sl-live-sw(ws-seal-idx) not = "y"
                   and ws-sl-final(ws-seal-idx) not = 0
                   and ws-sl-sealed-ts(ws-seal-idx) > ws-latest-cut-ts
                   add 1 to ws-total-breaks
                   display "repeat-audit-chk: SEAL for "
                       ws-sl-date(ws-seal-idx) " final value "
                       ws-sl-final(ws-seal-idx)
                       " is not on the live trail"
               end-if
           end-perform.

       report-totals.
           perform varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-count
               if ws-sl-found-sw(ws-seal-idx) not = "y"
                   add 1 to ws-seals-unplaced
               end-if
           end-perform
           display "repeat-audit-chk: control totals"
           display "  daily seals ............ " ws-seal-count
           display "  seals on no file walked  " ws-seals-unplaced
           display "  breaks found ........... " ws-total-breaks
           if ws-total-breaks > 0
               display "repeat-audit-chk: AUDIT CHAIN BROKEN"
               move 8 to return-code
           else
               display "repeat-audit-chk: audit chain intact"
           end-if.
       end program repeat-audit-chk.
