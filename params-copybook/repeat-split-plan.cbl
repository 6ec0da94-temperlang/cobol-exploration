       identification division.
       program-id. repeat-split-plan.

      ******************************************************************
      *    Partition planner for the parallel REPEAT-BATCH arrangement
      *    (see repeat-parallel.jcl): runs ahead of REPEAT-SPLIT and
      *    writes its control card (SPLITOUT, the REPEAT-SPLIT card
      *    layout), choosing the cut keys from tonight's workload
      *    instead of leaving them to whoever last typed the card.
      *    Every TRANSIN record is weighed with the REPEAT-FORECAST
      *    output-cost rules, and its weight is half a record for
      *    being a record and half for its projected output bytes
      *    against the legs' historical bytes per record -- so a
      *    hundred-thousand-record stream request weighs what it
      *    costs, not one record's worth. Each leg's recent
      *    records-per-second (its last runs on STATSIN, the legs'
      *    stats concatenated under the one DD, rows REPTBTC1-4)
      *    then sets its share: a faster leg is given more weight,
      *    so the legs' estimated elapsed times come out even. A
      *    cut is never placed inside a chain -- a chained request
      *    and its TRANSIN predecessor always land in one leg.
      *    Printed: the planned load per leg (records, output bytes,
      *    estimated elapsed) against the load the card as it stood
      *    (PREVCARD, last night's) would have given tonight, and the
      *    standing entries due tonight -- weighed as REPEAT-FORECAST
      *    weighs them, but shown apart, since standing requests run
      *    in the single-stream nightly run, not in the legs.
      *    Records are gathered by key on the SPLWORK work cluster,
      *    emptied at every run. SYSIN card: the business date
      *    (YYYYMMDD, blank for today), the partition count (2-4,
      *    blank for 4), and how many recent runs per leg make the
      *    rate (blank or zero for 5, at most 10).
      *    An empty TRANSIN still gets a card, so SPLIT and the legs
      *    run the empty night as they always have (RUNCTL and stats
      *    rows written, the next night's PREVCARD usable): the
      *    previous card's cuts carried forward when its partition
      *    count matches, else cuts spaced evenly over the key range.
      *    Returns 4 when no leg has usable run history (the legs are
      *    then balanced on weight alone) or TRANSIN is empty, 16 when
      *    the card is wrong or the work cluster will not open -- no
      *    card is written then, and the job deletes the generation.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select trans-file assign to transin
               organization is line sequential.
           select optional standing-file assign to standmst
               organization is indexed
               access mode is sequential
               record key is sr-id
               file status is ws-standing-fs.
           select optional stats-file assign to statsin
               organization is line sequential.
           select optional prev-card-file assign to prevcard
               organization is line sequential.
           select split-card-file assign to splitout
               organization is line sequential.
           select work-file assign to splwork
               organization is indexed
               access mode is dynamic
               record key is sk-key
               file status is ws-work-fs.

       data division.
       file section.
       fd  control-card.
       01  plan-card-rec.
           05  pc-business-date   pic x(8).
           05  pc-partition-count pic 9(1).
           05  pc-history-runs    pic 9(2).

       fd  trans-file.
       copy repeat-trans-rec.

       fd  standing-file.
       copy repeat-standing-rec.

       fd  stats-file.
       copy repeat-run-stats-rec.

      *    the REPEAT-SPLIT control card: as it stood, and as planned.
       fd  prev-card-file.
       01  prev-card-rec.
           05  pv-partition-count pic 9(1).
           05  pv-cut-key occurs 3 times pic 9(6).

       fd  split-card-file.
       01  split-card-rec.
           05  sc-partition-count pic 9(1).
           05  sc-cut-key-1       pic 9(6).
           05  sc-cut-key-2       pic 9(6).
           05  sc-cut-key-3       pic 9(6).

      *    tonight's records gathered by key: how many, their
      *    projected output bytes, and the highest key any chain
      *    starting at this key reaches -- no cut may fall below it.
       fd  work-file.
       01  split-work-rec.
           05  sk-key             pic 9(6).
           05  sk-records         pic 9(8).
           05  sk-bytes           pic 9(14).
           05  sk-reach           pic 9(6).

       working-storage section.
       copy repeat-limits.
       01  ws-standing-fs       pic x(2).
       01  ws-work-fs           pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-prev-card-sw      pic x value "n".
           88  ws-prev-card-ok  value "y".
       01  ws-business-date     pic x(8).
       01  ws-parts             pic 9(1) comp-5.
       01  ws-history-runs      pic 9(2) comp-5.
       01  ws-trans-count       pic 9(8) comp-5 value 0.
       01  ws-chain-count       pic 9(8) comp-5 value 0.
       01  ws-total-bytes       pic 9(14) comp-5 value 0.
       01  ws-total-weight      pic 9(16) comp-5 value 0.
       01  ws-rec-bytes         pic 9(12) comp-5.
       01  ws-in-len            pic 9(4) comp-5.
       01  ws-delim-len         pic 9(4) comp-5.
      *    the record or chain end being posted to the work cluster.
       01  ws-post-key          pic 9(6).
       01  ws-post-records      pic 9(8) comp-5.
       01  ws-post-bytes        pic 9(14) comp-5.
       01  ws-post-reach        pic 9(6).
      *    standing entries due tonight, for the single-stream run.
       01  ws-standing-due-sw   pic x(1).
           88  ws-entry-due     value "Y".
       01  ws-standing-due      pic 9(8) comp-5 value 0.
       01  ws-standing-bytes    pic 9(14) comp-5 value 0.
      *    each leg's last runs, newest overwriting oldest.
       01  ws-leg-history.
           05  ws-lh-leg occurs 4 times.
               10  ws-lh-runs         pic 9(4) comp-5.
               10  ws-lh-next         pic 9(2) comp-5.
               10  ws-lh-run occurs 10 times.
                   15  ws-lh-rate     pic 9(6)v99 comp-3.
                   15  ws-lh-records  pic 9(8) comp-5.
                   15  ws-lh-bytes    pic 9(12) comp-5.
       01  ws-run-idx           pic 9(2) comp-5.
       01  ws-runs-used         pic 9(2) comp-5.
       01  ws-hist-records      pic 9(12) comp-5 value 0.
       01  ws-hist-bytes        pic 9(16) comp-5 value 0.
       01  ws-bytes-per-rec     pic 9(8) comp-5 value 0.
       01  ws-rate-sum          pic 9(8)v99 comp-3.
       01  ws-rated-legs        pic 9(1) comp-5 value 0.
       01  ws-rated-sum         pic 9(8)v99 comp-3 value 0.
       01  ws-rate-fallback     pic 9(6)v99 comp-3.
       01  ws-all-rates-sum     pic 9(8)v99 comp-3 value 0.
      *    per leg: its rate, its share of the weight, and the load
      *    planned for it and the load the previous card gives it.
       01  ws-leg-table.
           05  ws-leg-entry occurs 4 times.
               10  ws-lg-rate         pic 9(6)v99 comp-3.
               10  ws-lg-history-sw   pic x(1).
               10  ws-lg-target       pic 9(16) comp-5.
               10  ws-lg-cut          pic 9(6).
               10  ws-lg-low-key      pic 9(6).
               10  ws-lg-high-key     pic 9(6).
               10  ws-lg-records      pic 9(8) comp-5.
               10  ws-lg-bytes        pic 9(14) comp-5.
               10  ws-lg-weight       pic 9(16) comp-5.
               10  ws-lg-secs         pic 9(8) comp-5.
               10  ws-lo-records      pic 9(8) comp-5.
               10  ws-lo-bytes        pic 9(14) comp-5.
               10  ws-lo-weight       pic 9(16) comp-5.
               10  ws-lo-secs         pic 9(8) comp-5.
       01  ws-leg-idx           pic 9(1) comp-5.
       01  ws-prev-leg          pic 9(1) comp-5.
       01  ws-prev-parts        pic 9(1) comp-5.
       01  ws-leg-digit         pic 9(1).
       01  ws-leg-job-name      pic x(8).
      *    the walk up the keys.
       01  ws-key-weight        pic 9(16) comp-5.
       01  ws-cum-weight        pic 9(16) comp-5.
       01  ws-reach             pic 9(6).
       01  ws-prev-key          pic 9(6).
       01  ws-last-key          pic 9(6) value 0.
       01  ws-cut-ok-sw         pic x(1).
           88  ws-cut-ok        value "y".
       01  ws-under             pic 9(16) comp-5.
       01  ws-over              pic 9(16) comp-5.
       01  ws-long-planned      pic 9(8) comp-5.
       01  ws-long-previous     pic 9(8) comp-5.

       procedure division.
       main-line.
           perform read-control-card
           if ws-business-date is not numeric
               or ws-parts < 2 or ws-parts > 4
               display "repeat-split-plan: business date "
                   ws-business-date " or partition count "
                   ws-parts " not valid, stopping"
               move 16 to return-code
               goback
           end-if
           perform read-previous-card
           perform read-leg-history
           open output work-file
           if ws-work-fs not = "00"
               display "repeat-split-plan: work cluster open failed, "
                   "file status " ws-work-fs
               move 16 to return-code
               goback
           end-if
           close work-file
           open i-o work-file
           if ws-work-fs not = "00"
               display "repeat-split-plan: work cluster open failed, "
                   "file status " ws-work-fs
               move 16 to return-code
               goback
           end-if
           perform weigh-transaction-file
           if ws-trans-count = 0
               close work-file
               perform carry-forward-cuts
               perform write-split-card
               display "  card written ........... " split-card-rec
               move 4 to return-code
               goback
           end-if
           perform weigh-standing-entries
           perform set-leg-targets
           perform plan-cut-keys
           close work-file
           perform write-split-card
           perform report-plan
           goback.

       read-control-card.
           move spaces to plan-card-rec
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof
               move spaces to plan-card-rec
           end-if
           if pc-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move pc-business-date to ws-business-date
           end-if
           if pc-partition-count is numeric
               and pc-partition-count > 0
               move pc-partition-count to ws-parts
           else
               move 4 to ws-parts
           end-if
           if pc-history-runs is numeric and pc-history-runs > 0
               move pc-history-runs to ws-history-runs
               if ws-history-runs > 10
                   move 10 to ws-history-runs
               end-if
           else
               move 5 to ws-history-runs
           end-if.

      *    the card as it stood -- kept only when REPEAT-SPLIT would
      *    have taken it.
       read-previous-card.
           open input prev-card-file
           read prev-card-file
               at end
                   move "n" to ws-prev-card-sw
               not at end
                   if pv-partition-count is numeric
                       and pv-partition-count >= 2
                       and pv-partition-count <= 4
                       and pv-cut-key(1) is numeric
                       and pv-cut-key(2) is numeric
                       and pv-cut-key(3) is numeric
                       move "y" to ws-prev-card-sw
                       move pv-partition-count to ws-prev-parts
                   end-if
           end-read
           close prev-card-file.

      *    the last runs of each leg, and the legs' bytes per record
      *    over those runs -- the yardstick a request's bytes are
      *    weighed against.
       read-leg-history.
           initialize ws-leg-history
           open input stats-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read stats-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform take-stats-row
               end-read
           end-perform
           close stats-file
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > 4
               move 0 to ws-rate-sum
               move ws-lh-runs(ws-leg-idx) to ws-runs-used
               if ws-lh-runs(ws-leg-idx) > ws-history-runs
                   move ws-history-runs to ws-runs-used
               end-if
               perform varying ws-run-idx from 1 by 1
                   until ws-run-idx > ws-runs-used
                   add ws-lh-rate(ws-leg-idx ws-run-idx)
                       to ws-rate-sum
                   add ws-lh-records(ws-leg-idx ws-run-idx)
                       to ws-hist-records
                   add ws-lh-bytes(ws-leg-idx ws-run-idx)
                       to ws-hist-bytes
               end-perform
               if ws-runs-used > 0
                   compute ws-lg-rate(ws-leg-idx) rounded =
                       ws-rate-sum / ws-runs-used
                   move "y" to ws-lg-history-sw(ws-leg-idx)
                   add 1 to ws-rated-legs
                   add ws-lg-rate(ws-leg-idx) to ws-rated-sum
               else
                   move 0 to ws-lg-rate(ws-leg-idx)
                   move "n" to ws-lg-history-sw(ws-leg-idx)
               end-if
           end-perform
      *    a leg without history runs at the others' average; with
      *    no history at all every leg is rated alike.
           if ws-rated-legs > 0
               compute ws-rate-fallback rounded =
                   ws-rated-sum / ws-rated-legs
           else
               move 1 to ws-rate-fallback
               display "repeat-split-plan: no leg run history on "
                   "STATSIN -- legs balanced on weight alone"
               move 4 to return-code
           end-if
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > 4
               if ws-lg-rate(ws-leg-idx) = 0
                   move ws-rate-fallback to ws-lg-rate(ws-leg-idx)
               end-if
           end-perform
           if ws-hist-records > 0
               compute ws-bytes-per-rec =
                   ws-hist-bytes / ws-hist-records
           end-if.

       take-stats-row.
           if pf-job-name(1:7) = "REPTBTC"
               and pf-job-name(8:1) >= "1"
               and pf-job-name(8:1) <= "4"
               and pf-rec-per-sec is numeric and pf-rec-per-sec > 0
               and pf-rec-count is numeric
               and pf-out-bytes is numeric
               move pf-job-name(8:1) to ws-leg-digit
               move ws-leg-digit to ws-leg-idx
               add 1 to ws-lh-next(ws-leg-idx)
               if ws-lh-next(ws-leg-idx) > ws-history-runs
                   move 1 to ws-lh-next(ws-leg-idx)
               end-if
               move ws-lh-next(ws-leg-idx) to ws-run-idx
               add 1 to ws-lh-runs(ws-leg-idx)
               move pf-rec-per-sec
                   to ws-lh-rate(ws-leg-idx ws-run-idx)
               move pf-rec-count
                   to ws-lh-records(ws-leg-idx ws-run-idx)
               move pf-out-bytes
                   to ws-lh-bytes(ws-leg-idx ws-run-idx)
           end-if.

       weigh-transaction-file.
           open input trans-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read trans-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-trans-count
                       perform cost-one-trans-record
                       perform post-trans-record
               end-read
           end-perform
           close trans-file.

      *    the REPEAT-FORECAST dry-run cost rules: an invalid record
      *    costs nothing (it will reject in validation), and the
      *    untrimmed 80-byte input length is what the real call path
      *    uses.
       cost-one-trans-record.
           move 0 to ws-rec-bytes
           compute ws-in-len = function length(rt-in-str)
           evaluate true
               when rt-mode-stream
                   if rt-stream-lrecl is numeric
                       and rt-stream-reccount is numeric
                       compute ws-rec-bytes =
                           rt-stream-lrecl * rt-stream-reccount
                   end-if
               when rt-mode-fill
                   move repeat-max-out-len to ws-rec-bytes
               when other
                   if rt-count is numeric and rt-count > 0
                       and rt-count <= repeat-max-count
                       if rt-delimiter = spaces
                           move 1 to ws-delim-len
                       else
                           compute ws-delim-len = function length(
                               function trim(rt-delimiter))
                       end-if
                       compute ws-rec-bytes =
                           (rt-count * ws-in-len)
                           + ((rt-count - 1) * ws-delim-len)
                       if rt-mode-number and rt-seq-pos = 0
                           compute ws-rec-bytes = ws-rec-bytes
                               + (rt-count * rt-seq-width)
                           if rt-seq-check = "L"
                               or rt-seq-check = "E"
                               add rt-count to ws-rec-bytes
                           end-if
                       end-if
                   end-if
           end-evaluate
           add ws-rec-bytes to ws-total-bytes.

      *    the record goes on its own key; a chain on a TRANSIN
      *    predecessor also marks the lower of its two keys with the
      *    higher, so the walk knows not to cut between them.
       post-trans-record.
           move rt-key to ws-post-key
           move 1 to ws-post-records
           move ws-rec-bytes to ws-post-bytes
           move 0 to ws-post-reach
           if rt-pred-source = "T"
               and rt-pred-key is numeric and rt-pred-key > 0
               add 1 to ws-chain-count
               if rt-pred-key < rt-key
                   move 0 to ws-post-records
                   move 0 to ws-post-bytes
                   move rt-pred-key to ws-post-key
                   move rt-key to ws-post-reach
                   perform post-work-row
                   move rt-key to ws-post-key
                   move 1 to ws-post-records
                   move ws-rec-bytes to ws-post-bytes
                   move 0 to ws-post-reach
               else
                   move rt-pred-key to ws-post-reach
               end-if
           end-if
           perform post-work-row.

       post-work-row.
           move ws-post-key to sk-key
           read work-file
               invalid key
                   move ws-post-key to sk-key
                   move ws-post-records to sk-records
                   move ws-post-bytes to sk-bytes
                   move ws-post-reach to sk-reach
                   write split-work-rec
                       invalid key
                           display "repeat-split-plan: work row for "
                               "key " ws-post-key " not written, "
                               "file status " ws-work-fs
                   end-write
               not invalid key
                   add ws-post-records to sk-records
                   add ws-post-bytes to sk-bytes
                   if ws-post-reach > sk-reach
                       move ws-post-reach to sk-reach
                   end-if
                   rewrite split-work-rec
                       invalid key
                           display "repeat-split-plan: work row for "
                               "key " ws-post-key " not rewritten, "
                               "file status " ws-work-fs
                   end-rewrite
           end-read.

      *    only the entries the standing pass will actually merge:
      *    active, in their effective window, and due per their
      *    schedule for this business date.
       weigh-standing-entries.
           open input standing-file
           if ws-standing-fs = "00"
               move "n" to ws-eof-sw
               perform until ws-eof
                   read standing-file next
                       at end
                           move "y" to ws-eof-sw
                       not at end
                           perform cost-one-standing-entry
                   end-read
               end-perform
               close standing-file
           else
               display "repeat-split-plan: standing master not "
                   "available, file status " ws-standing-fs
                   " -- standing load not weighed"
           end-if.

       cost-one-standing-entry.
           if sr-active-yes
               and sr-effective-date <= ws-business-date
               and (sr-expiry-date = spaces
                    or sr-expiry-date >= ws-business-date)
               call "repeat-schedule" using
                   sr-frequency sr-day-of-week sr-day-of-month
                   sr-business-day ws-business-date
                   ws-standing-due-sw
               if ws-entry-due
                   perform add-standing-cost
               end-if
           end-if.

       add-standing-cost.
           add 1 to ws-standing-due
           move 0 to ws-rec-bytes
           compute ws-in-len = function length(sr-in-str)
           if sr-mode-fill
               move repeat-max-out-len to ws-rec-bytes
           else
               if sr-count is numeric and sr-count > 0
                   if sr-delimiter = spaces
                       move 1 to ws-delim-len
                   else
                       compute ws-delim-len = function length(
                           function trim(sr-delimiter))
                   end-if
                   compute ws-rec-bytes =
                       (sr-count * ws-in-len)
                       + ((sr-count - 1) * ws-delim-len)
               end-if
           end-if
           add ws-rec-bytes to ws-standing-bytes.

      *    the weight of the whole night, and each leg's running
      *    target: the weight the legs up to it should have taken
      *    between them, in proportion to their rates.
       set-leg-targets.
           if ws-bytes-per-rec = 0
               compute ws-bytes-per-rec =
                   ws-total-bytes / ws-trans-count
               if ws-bytes-per-rec = 0
                   move 1 to ws-bytes-per-rec
               end-if
           end-if
           compute ws-total-weight = ws-trans-count * 50
               + (ws-total-bytes * 50) / ws-bytes-per-rec
           move 0 to ws-all-rates-sum
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > ws-parts
               add ws-lg-rate(ws-leg-idx) to ws-all-rates-sum
           end-perform
           move 0 to ws-rate-sum
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > 4
               add ws-lg-rate(ws-leg-idx) to ws-rate-sum
               if ws-leg-idx <= ws-parts
                   compute ws-lg-target(ws-leg-idx) =
                       ws-total-weight * ws-rate-sum
                       / ws-all-rates-sum
               end-if
               move 0 to ws-lg-cut(ws-leg-idx)
               move 999999 to ws-lg-low-key(ws-leg-idx)
               move 0 to ws-lg-high-key(ws-leg-idx)
               move 0 to ws-lg-records(ws-leg-idx)
               move 0 to ws-lg-bytes(ws-leg-idx)
               move 0 to ws-lg-weight(ws-leg-idx)
               move 0 to ws-lo-records(ws-leg-idx)
               move 0 to ws-lo-bytes(ws-leg-idx)
               move 0 to ws-lo-weight(ws-leg-idx)
           end-perform.

      *    up the keys in order: a leg closes at the key that brings
      *    the running weight nearest its target -- just before the
      *    key that crosses it, or on it, whichever lands closer --
      *    provided no chain open at that point reaches past it;
      *    otherwise the cut moves up to the first key that closes
      *    every open chain.
       plan-cut-keys.
           move 1 to ws-leg-idx
           move 0 to ws-cum-weight
           move 0 to ws-reach
           move 0 to ws-prev-key
           move "n" to ws-cut-ok-sw
           move low-values to split-work-rec
           move 0 to sk-key
           start work-file key is >= sk-key
               invalid key
                   move "y" to ws-eof-sw
               not invalid key
                   move "n" to ws-eof-sw
           end-start
           perform until ws-eof
               read work-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform walk-one-key
               end-read
           end-perform
      *    legs the weight never reached close on the last key and
      *    stay empty.
           perform varying ws-leg-idx from ws-leg-idx by 1
               until ws-leg-idx > ws-parts
               move ws-last-key to ws-lg-cut(ws-leg-idx)
           end-perform.

       walk-one-key.
           compute ws-key-weight = sk-records * 50
               + (sk-bytes * 50) / ws-bytes-per-rec
           if ws-leg-idx < ws-parts and ws-cut-ok
               and ws-lg-records(ws-leg-idx) > 0
               and sk-records > 0
               and ws-cum-weight + ws-key-weight
                   > ws-lg-target(ws-leg-idx)
               compute ws-under =
                   ws-lg-target(ws-leg-idx) - ws-cum-weight
               compute ws-over = ws-cum-weight + ws-key-weight
                   - ws-lg-target(ws-leg-idx)
               if ws-under <= ws-over
                   move ws-prev-key to ws-lg-cut(ws-leg-idx)
                   add 1 to ws-leg-idx
               end-if
           end-if
           if sk-records > 0
               add sk-records to ws-lg-records(ws-leg-idx)
               add sk-bytes to ws-lg-bytes(ws-leg-idx)
               add ws-key-weight to ws-lg-weight(ws-leg-idx)
               if sk-key < ws-lg-low-key(ws-leg-idx)
                   move sk-key to ws-lg-low-key(ws-leg-idx)
               end-if
               if sk-key > ws-lg-high-key(ws-leg-idx)
                   move sk-key to ws-lg-high-key(ws-leg-idx)
               end-if
               move sk-key to ws-last-key
               perform tally-previous-leg
           end-if
           add ws-key-weight to ws-cum-weight
           if sk-reach > ws-reach
               move sk-reach to ws-reach
           end-if
           move sk-key to ws-prev-key
           if ws-reach <= sk-key
               move "y" to ws-cut-ok-sw
           else
               move "n" to ws-cut-ok-sw
           end-if
           if ws-leg-idx < ws-parts and ws-cut-ok
               and ws-lg-records(ws-leg-idx) > 0
               and ws-cum-weight >= ws-lg-target(ws-leg-idx)
               move sk-key to ws-lg-cut(ws-leg-idx)
               add 1 to ws-leg-idx
           end-if.

      *    where the card as it stood would have sent this key --
      *    REPEAT-SPLIT's own rule: the first partition whose cut
      *    key is >= the key, the last taking everything above.
       tally-previous-leg.
           if ws-prev-card-ok
               move ws-prev-parts to ws-prev-leg
               perform varying ws-run-idx from ws-prev-parts by -1
                   until ws-run-idx < 2
                   if sk-key <= pv-cut-key(ws-run-idx - 1)
                       compute ws-prev-leg = ws-run-idx - 1
                   end-if
               end-perform
               add sk-records to ws-lo-records(ws-prev-leg)
               add sk-bytes to ws-lo-bytes(ws-prev-leg)
               add ws-key-weight to ws-lo-weight(ws-prev-leg)
           end-if.

      *    nothing to weigh: last night's cuts if they fit the
      *    partition count, else the key range cut evenly.
       carry-forward-cuts.
           if ws-prev-card-ok and ws-prev-parts = ws-parts
               display "repeat-split-plan: TRANSIN is empty -- "
                   "previous card's cuts carried forward"
               perform varying ws-leg-idx from 1 by 1
                   until ws-leg-idx > 3
                   move pv-cut-key(ws-leg-idx) to ws-lg-cut(ws-leg-idx)
               end-perform
           else
               display "repeat-split-plan: TRANSIN is empty -- "
                   "key range cut evenly"
               perform varying ws-leg-idx from 1 by 1
                   until ws-leg-idx >= ws-parts
                   compute ws-lg-cut(ws-leg-idx) =
                       (999999 * ws-leg-idx) / ws-parts
               end-perform
           end-if.

       write-split-card.
           move ws-parts to sc-partition-count
           move 0 to sc-cut-key-1
           move 0 to sc-cut-key-2
           move 0 to sc-cut-key-3
           if ws-parts > 1
               move ws-lg-cut(1) to sc-cut-key-1
           end-if
           if ws-parts > 2
               move ws-lg-cut(2) to sc-cut-key-2
           end-if
           if ws-parts > 3
               move ws-lg-cut(3) to sc-cut-key-3
           end-if
           open output split-card-file
           write split-card-rec
           close split-card-file.

      *    estimated elapsed per leg: its weight in records over its
      *    rate. The night runs as long as its longest leg.
       report-plan.
           move 0 to ws-long-planned
           move 0 to ws-long-previous
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > 4
               compute ws-lg-secs(ws-leg-idx) rounded =
                   (ws-lg-weight(ws-leg-idx) / 100)
                   / ws-lg-rate(ws-leg-idx)
               compute ws-lo-secs(ws-leg-idx) rounded =
                   (ws-lo-weight(ws-leg-idx) / 100)
                   / ws-lg-rate(ws-leg-idx)
               if ws-lg-secs(ws-leg-idx) > ws-long-planned
                   move ws-lg-secs(ws-leg-idx) to ws-long-planned
               end-if
               if ws-lo-secs(ws-leg-idx) > ws-long-previous
                   move ws-lo-secs(ws-leg-idx) to ws-long-previous
               end-if
           end-perform
           display "repeat-split-plan: partition plan for "
               ws-business-date ", " ws-parts " legs"
           display "  leg cut key rate/sec  history records  "
               "  output bytes est. secs"
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > ws-parts
               if ws-leg-idx = ws-parts
                   move 999999 to ws-lg-cut(ws-leg-idx)
               end-if
               display "  " ws-leg-idx "   " ws-lg-cut(ws-leg-idx)
                   "  " ws-lg-rate(ws-leg-idx) " "
                   ws-lg-history-sw(ws-leg-idx) "       "
                   ws-lg-records(ws-leg-idx) " "
                   ws-lg-bytes(ws-leg-idx) " "
                   ws-lg-secs(ws-leg-idx)
           end-perform
           if ws-prev-card-ok
               display "repeat-split-plan: tonight's load on the "
                   "previous card's cuts, " ws-prev-parts " legs"
               display "  leg cut key                   records  "
                   "  output bytes est. secs"
               perform varying ws-leg-idx from 1 by 1
                   until ws-leg-idx > ws-prev-parts
                   if ws-leg-idx < ws-prev-parts
                       display "  " ws-leg-idx "   "
                           pv-cut-key(ws-leg-idx)
                           "                   "
                           ws-lo-records(ws-leg-idx) " "
                           ws-lo-bytes(ws-leg-idx) " "
                           ws-lo-secs(ws-leg-idx)
                   else
                       display "  " ws-leg-idx "   999999"
                           "                   "
                           ws-lo-records(ws-leg-idx) " "
                           ws-lo-bytes(ws-leg-idx) " "
                           ws-lo-secs(ws-leg-idx)
                   end-if
               end-perform
           else
               display "repeat-split-plan: no usable previous card "
                   "on PREVCARD -- nothing to compare"
           end-if
           display "repeat-split-plan: control totals"
           display "  transaction records .... " ws-trans-count
           display "  chained on TRANSIN ..... " ws-chain-count
           display "  projected output bytes . " ws-total-bytes
           display "  bytes per record (hist)  " ws-bytes-per-rec
           display "  longest leg planned .... " ws-long-planned
               " sec"
           if ws-prev-card-ok
               display "  longest leg previous ... " ws-long-previous
                   " sec"
           end-if
           display "  standing entries due ... " ws-standing-due
               " (single-stream run)"
           display "  standing output bytes .. " ws-standing-bytes
           display "  card written ........... " split-card-rec.
       end program repeat-split-plan.
