       identification division.
       program-id. repeat-consol.

      ******************************************************************
      *    Consolidation step for the partitioned parallel REPEAT-BATCH
      *    arrangement (see repeat-parallel.jcl), run after
      *    REPEAT-MERGE has recombined the result files. It does the
      *    same for everything else a leg writes, so the morning jobs
      *    (REPEAT-RESULT-LOAD, REPEAT-MANIFEST, REPEAT-DISTRIB,
      *    REPEAT-REJECT-LOAD, REPEAT-AUD-RECON, REPEAT-NIGHTSTAT) find
      *    one night's worth in one place on a parallel night exactly
      *    as they do on a single-stream night:
      *      EXTRACT  one generation with one header and one trailer
      *               (row count and EXT-OUT-BUF bytes of all legs);
      *               the legs' own headers and trailers are dropped;
      *      REJECT   merged in RJ-KEY order;
      *      AUDIT    merged in AUD-TIMESTAMP order, each row
      *               chained onto the main trail afresh (see
      *               repeat-audit-chain.cbl) -- a leg's own chain
      *               stays on its own dataset;
      *      VAULT    merged in VT-TIMESTAMP order;
      *      STRDIR   merged in SD-KEY order, each row stamped with the
      *               leg (SD-LEG) whose stream datasets hold the
      *               request's records;
      *      STATSOUT one row for the night under the consolidated run
      *               identity: counts and bytes summed, the earliest
      *               start and latest end, the rate over that span;
      *      RUNCTL   one "E" row under the same identity, written
      *               only when every consolidated file balances.
      *    Each leg keeps its own rows in the order it wrote them --
      *    the legs cover disjoint key ranges, so the lowest-key-first
      *    pick of REPEAT-MERGE restores key order, and the legs'
      *    timestamps interleave the concurrent audit and vault rows.
      *    The legs' audit, vault, STRDIR, stats, and run-control
      *    datasets are appended to night after night; only the rows
      *    a leg wrote between its first "S" and its "E" row for the
      *    business date are taken (STRDIR rows by the date written).
      *    Every leg the SPLITCTL control record names must have
      *    ended cleanly, or nothing is consolidated. Each file is
      *    balanced against the sum of the legs, each leg's extract
      *    rows against its trailer and its SPLITCTL partition count,
      *    and the consolidated extract against the splitter's input
      *    count. SYSIN card: business date (YYYYMMDD, blank for
      *    today), the consolidated run identity (default REPTPARL --
      *    name it on the REPEAT-NIGHTSTAT card on a parallel night),
      *    and "Y" to consolidate a date already marked ended again.
      *    Returns 8 when a leg has not ended, the date is already
      *    consolidated, or a file is out of balance -- hold the
      *    morning hand-off -- 4 when a leg left no stats row, and 16
      *    with no split control record.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select split-control-file assign to splitctl
               organization is line sequential.
           select optional extract1-file assign to extractin1
               organization is line sequential.
           select optional extract2-file assign to extractin2
               organization is line sequential.
           select optional extract3-file assign to extractin3
               organization is line sequential.
           select optional extract4-file assign to extractin4
               organization is line sequential.
           select optional reject1-file assign to rejectin1
               organization is line sequential.
           select optional reject2-file assign to rejectin2
               organization is line sequential.
           select optional reject3-file assign to rejectin3
               organization is line sequential.
           select optional reject4-file assign to rejectin4
               organization is line sequential.
           select optional audit1-file assign to auditin1
               organization is line sequential.
           select optional audit2-file assign to auditin2
               organization is line sequential.
           select optional audit3-file assign to auditin3
               organization is line sequential.
           select optional audit4-file assign to auditin4
               organization is line sequential.
           select optional vault1-file assign to vaultin1
               organization is line sequential.
           select optional vault2-file assign to vaultin2
               organization is line sequential.
           select optional vault3-file assign to vaultin3
               organization is line sequential.
           select optional vault4-file assign to vaultin4
               organization is line sequential.
           select optional strdir1-file assign to strdirin1
               organization is line sequential.
           select optional strdir2-file assign to strdirin2
               organization is line sequential.
           select optional strdir3-file assign to strdirin3
               organization is line sequential.
           select optional strdir4-file assign to strdirin4
               organization is line sequential.
           select optional stats1-file assign to statsin1
               organization is line sequential.
           select optional stats2-file assign to statsin2
               organization is line sequential.
           select optional stats3-file assign to statsin3
               organization is line sequential.
           select optional stats4-file assign to statsin4
               organization is line sequential.
           select optional runctl1-file assign to runctlin1
               organization is line sequential.
           select optional runctl2-file assign to runctlin2
               organization is line sequential.
           select optional runctl3-file assign to runctlin3
               organization is line sequential.
           select optional runctl4-file assign to runctlin4
               organization is line sequential.
           select extract-file assign to extractout
               organization is line sequential.
           select reject-file assign to rejectout
               organization is line sequential.
           select audit-file assign to auditout
               organization is line sequential.
           select vault-file assign to vaultout
               organization is line sequential.
           select stream-dir-file assign to strdirout
               organization is line sequential.
           select stats-file assign to statsout
               organization is line sequential.
           select optional run-control-file assign to runctl
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  consol-card-rec.
           05  cn-business-date   pic x(8).
           05  cn-run-id          pic x(8).
           05  cn-force-run       pic x(1).
               88  cn-force-run-yes value "Y".

       fd  split-control-file.
       copy repeat-split-control.

      *    the leg extracts carry the variable-length extract layout
      *    (123-byte prefix + the trimmed output buffer) bracketed by
      *    the header and trailer of repeat-extract-hdr.cpy.
       fd  extract1-file
           record is varying in size from 21 to 923 characters
               depending on ws-ext1-len.
       01  extract1-line          pic x(923).

       fd  extract2-file
           record is varying in size from 21 to 923 characters
               depending on ws-ext2-len.
       01  extract2-line          pic x(923).

       fd  extract3-file
           record is varying in size from 21 to 923 characters
               depending on ws-ext3-len.
       01  extract3-line          pic x(923).

       fd  extract4-file
           record is varying in size from 21 to 923 characters
               depending on ws-ext4-len.
       01  extract4-line          pic x(923).

       fd  reject1-file.
       copy repeat-reject-rec
           replacing leading ==repeat-reject== by ==reject1==
                     leading ==rj-== by ==j1-==.

       fd  reject2-file.
       copy repeat-reject-rec
           replacing leading ==repeat-reject== by ==reject2==
                     leading ==rj-== by ==j2-==.

       fd  reject3-file.
       copy repeat-reject-rec
           replacing leading ==repeat-reject== by ==reject3==
                     leading ==rj-== by ==j3-==.

       fd  reject4-file.
       copy repeat-reject-rec
           replacing leading ==repeat-reject== by ==reject4==
                     leading ==rj-== by ==j4-==.

       fd  audit1-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==audit1==
                     leading ==aud-== by ==a1-==.

       fd  audit2-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==audit2==
                     leading ==aud-== by ==a2-==.

       fd  audit3-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==audit3==
                     leading ==aud-== by ==a3-==.

       fd  audit4-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==audit4==
                     leading ==aud-== by ==a4-==.

       fd  vault1-file.
       copy repeat-vault-rec
           replacing leading ==repeat-vault== by ==vault1==
                     leading ==vt-== by ==v1-==.

       fd  vault2-file.
       copy repeat-vault-rec
           replacing leading ==repeat-vault== by ==vault2==
                     leading ==vt-== by ==v2-==.

       fd  vault3-file.
       copy repeat-vault-rec
           replacing leading ==repeat-vault== by ==vault3==
                     leading ==vt-== by ==v3-==.

       fd  vault4-file.
       copy repeat-vault-rec
           replacing leading ==repeat-vault== by ==vault4==
                     leading ==vt-== by ==v4-==.

       fd  strdir1-file.
       copy repeat-stream-dir-rec
           replacing leading ==repeat-stream-dir== by ==strdir1==
                     leading ==sd-== by ==d1-==.

       fd  strdir2-file.
       copy repeat-stream-dir-rec
           replacing leading ==repeat-stream-dir== by ==strdir2==
                     leading ==sd-== by ==d2-==.

       fd  strdir3-file.
       copy repeat-stream-dir-rec
           replacing leading ==repeat-stream-dir== by ==strdir3==
                     leading ==sd-== by ==d3-==.

       fd  strdir4-file.
       copy repeat-stream-dir-rec
           replacing leading ==repeat-stream-dir== by ==strdir4==
                     leading ==sd-== by ==d4-==.

       fd  stats1-file.
       copy repeat-run-stats-rec
           replacing leading ==repeat-run-stats== by ==stats1==
                     leading ==pf-== by ==p1-==.

       fd  stats2-file.
       copy repeat-run-stats-rec
           replacing leading ==repeat-run-stats== by ==stats2==
                     leading ==pf-== by ==p2-==.

       fd  stats3-file.
       copy repeat-run-stats-rec
           replacing leading ==repeat-run-stats== by ==stats3==
                     leading ==pf-== by ==p3-==.

       fd  stats4-file.
       copy repeat-run-stats-rec
           replacing leading ==repeat-run-stats== by ==stats4==
                     leading ==pf-== by ==p4-==.

       fd  runctl1-file.
       copy repeat-run-control-rec
           replacing leading ==repeat-run-control== by ==runctl1==
                     leading ==rc-== by ==c1-==.

       fd  runctl2-file.
       copy repeat-run-control-rec
           replacing leading ==repeat-run-control== by ==runctl2==
                     leading ==rc-== by ==c2-==.

       fd  runctl3-file.
       copy repeat-run-control-rec
           replacing leading ==repeat-run-control== by ==runctl3==
                     leading ==rc-== by ==c3-==.

       fd  runctl4-file.
       copy repeat-run-control-rec
           replacing leading ==repeat-run-control== by ==runctl4==
                     leading ==rc-== by ==c4-==.

       fd  extract-file
           record is varying in size from 21 to 923 characters
               depending on ws-extract-rec-len.
       copy repeat-extract-rec.
       copy repeat-extract-hdr.

       fd  reject-file.
       copy repeat-reject-rec.

       fd  audit-file.
       copy repeat-audit-rec.

       fd  vault-file.
       copy repeat-vault-rec.

       fd  stream-dir-file.
       copy repeat-stream-dir-rec.

       fd  stats-file.
       copy repeat-run-stats-rec.

       fd  run-control-file.
       copy repeat-run-control-rec.

       working-storage section.
       01  ws-ctl-eof-sw        pic x value "n".
           88  ws-ctl-eof       value "y".
       01  ws-file-eof-sw       pic x value "n".
           88  ws-file-eof      value "y".
       01  ws-row-taken-sw      pic x value "n".
           88  ws-row-taken     value "y".
       01  ws-already-ended-sw  pic x value "n".
           88  ws-already-ended value "y".
       01  ws-out-of-balance-sw pic x value "n".
           88  ws-out-of-balance value "y".
       01  ws-business-date     pic x(8).
       01  ws-run-id            pic x(8).
       01  ws-default-run-id    pic x(8) value "REPTPARL".
       01  ws-force-run         pic x(1).
           88  ws-force-run-yes value "Y".
      *    the file being consolidated: "X" extract, "J" reject,
      *    "A" audit, "V" vault, "D" stream directory.
       01  ws-file-type         pic x(1).
           88  ws-type-extract  value "X".
           88  ws-type-reject   value "J".
           88  ws-type-audit    value "A".
           88  ws-type-vault    value "V".
           88  ws-type-strdir   value "D".
      *    per-leg merge state: exhausted switch, the compare key of
      *    the row in hand, and the row itself with its length. An
      *    unused leg (beyond the split's partition count) starts
      *    exhausted.
       01  ws-leg-state.
           05  ws-leg occurs 4 times.
               10  ws-leg-eof-sw    pic x.
               10  ws-leg-compare   pic x(26).
               10  ws-leg-len       pic 9(4) comp-5.
               10  ws-leg-row       pic x(923).
      *    per-leg run picture: the run-control window, the stats row,
      *    and the rows taken from each of its files.
       01  ws-leg-totals.
           05  ws-lt occurs 4 times.
               10  ws-lt-run-id     pic x(8).
               10  ws-lt-start-ts   pic x(26).
               10  ws-lt-end-ts     pic x(26).
               10  ws-lt-ended-sw   pic x.
                   88  ws-lt-ended  value "y".
               10  ws-lt-rc-count   pic 9(8).
               10  ws-lt-rc-bytes   pic 9(12).
               10  ws-lt-stats-sw   pic x.
                   88  ws-lt-stats-found value "y".
               10  ws-lt-stats-row  pic x(124).
               10  ws-lt-header-sw  pic x.
                   88  ws-lt-header-found value "y".
               10  ws-lt-trailer-sw pic x.
                   88  ws-lt-trailer-found value "y".
               10  ws-lt-hdr-date   pic x(8).
               10  ws-lt-trl-count  pic 9(8).
               10  ws-lt-trl-bytes  pic 9(12).
               10  ws-lt-ext-rows   pic 9(8) comp-5.
               10  ws-lt-rej-rows   pic 9(8) comp-5.
               10  ws-lt-aud-rows   pic 9(8) comp-5.
               10  ws-lt-vlt-rows   pic 9(8) comp-5.
               10  ws-lt-dir-rows   pic 9(8) comp-5.
       01  ws-leg-idx           pic 9(1) comp-5.
       01  ws-pick-idx          pic 9(1) comp-5.
       01  ws-pick-compare      pic x(26).
       01  ws-live-legs         pic 9(1) comp-5.
       01  ws-leg-digit         pic 9(1).
       01  ws-row-buf           pic x(923).
       01  ws-row-len           pic 9(4) comp-5.
       01  ws-chain-function    pic x(1).
       01  ws-chain-fate        pic x(1) value space.
       01  ws-chain-value       pic 9(9) comp-5 value 0.
       01  ws-ext1-len          pic 9(4) comp-5.
       01  ws-ext2-len          pic 9(4) comp-5.
       01  ws-ext3-len          pic 9(4) comp-5.
       01  ws-ext4-len          pic 9(4) comp-5.
       01  ws-extract-rec-len   pic 9(4) comp-5.
       01  ws-legs-not-ended    pic 9(1) comp-5 value 0.
       01  ws-legs-no-stats     pic 9(1) comp-5 value 0.
      *    rows written to each consolidated file, rows the legs'
      *    appended-to datasets held for other nights, and the sums
      *    over the legs each file balances against.
       01  ws-ext-out           pic 9(8) comp-5 value 0.
       01  ws-rej-out           pic 9(8) comp-5 value 0.
       01  ws-aud-out           pic 9(8) comp-5 value 0.
       01  ws-vlt-out           pic 9(8) comp-5 value 0.
       01  ws-dir-out           pic 9(8) comp-5 value 0.
       01  ws-other-nights      pic 9(8) comp-5 value 0.
       01  ws-sum-ext           pic 9(8) comp-5.
       01  ws-sum-rej           pic 9(8) comp-5.
       01  ws-sum-aud           pic 9(8) comp-5.
       01  ws-sum-vlt           pic 9(8) comp-5.
       01  ws-sum-dir           pic 9(8) comp-5.
       01  ws-sum-trl-bytes     pic 9(12) comp-5.
      *    the combined stats row.
       01  ws-cb-start-ts       pic x(26).
       01  ws-cb-end-ts         pic x(26).
       01  ws-cb-rec-count      pic 9(8) comp-5.
       01  ws-cb-vec-flush      pic 9(6) comp-5.
       01  ws-cb-chkpt-count    pic 9(6) comp-5.
       01  ws-cb-out-bytes      pic 9(12) comp-5.
       01  ws-cb-cache-hits     pic 9(8) comp-5.
       01  ws-cb-rc-count       pic 9(8) comp-5.
       01  ws-cb-rc-bytes       pic 9(12) comp-5.
       01  ws-start-secs        pic 9(11) comp-5.
       01  ws-end-secs          pic 9(11) comp-5.
       01  ws-elapsed-secs      pic 9(8) comp-5.
      *    a CURRENT-DATE style timestamp taken apart for the
      *    elapsed-seconds arithmetic.
       01  ws-ts-work.
           05  ws-ts-date       pic 9(8).
           05  ws-ts-hh         pic 9(2).
           05  ws-ts-mi         pic 9(2).
           05  ws-ts-ss         pic 9(2).
           05  filler           pic x(12).
       01  ws-ts-secs           pic 9(11) comp-5.
      *    a leg's run-control and stats rows as read.
       copy repeat-run-control-rec
           replacing leading ==repeat-run-control==
                          by ==leg-run-control==
                     leading ==rc-== by ==lc-==.
       copy repeat-run-stats-rec
           replacing leading ==repeat-run-stats==
                          by ==leg-run-stats==
                     leading ==pf-== by ==ls-==.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move spaces to consol-card-rec
           end-read
           if cn-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move cn-business-date to ws-business-date
           end-if
           if cn-run-id = spaces
               move ws-default-run-id to ws-run-id
           else
               move cn-run-id to ws-run-id
           end-if
           move cn-force-run to ws-force-run
           close control-card
           initialize ws-leg-totals
           open input split-control-file
           read split-control-file
               at end
                   move "y" to ws-ctl-eof-sw
           end-read
           close split-control-file
           if ws-ctl-eof
               display "repeat-consol: no split control record, "
                   "stopping"
               move 16 to return-code
               goback
           end-if
           if sp-partition-count = 0 or sp-partition-count > 4
               display "repeat-consol: split control names "
                   sp-partition-count " partitions, stopping"
               move 16 to return-code
               goback
           end-if
           perform check-run-control
           if ws-already-ended and not ws-force-run-yes
               display "repeat-consol: business date "
                   ws-business-date " already consolidated as "
                   ws-run-id " on the run-control file -- rerun "
                   "refused (use the operator override to force)"
                   upon console
               move 8 to return-code
               goback
           end-if
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > sp-partition-count
               perform load-leg-run-control
           end-perform
           if ws-legs-not-ended > 0
               display "repeat-consol: " ws-legs-not-ended
                   " leg(s) have not ended for business date "
                   ws-business-date " -- nothing consolidated, "
                   "hold the morning hand-off" upon console
               move 8 to return-code
               goback
           end-if
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > sp-partition-count
               perform load-leg-stats
           end-perform
           move "X" to ws-file-type
           perform consolidate-one-file
           move "J" to ws-file-type
           perform consolidate-one-file
           move "A" to ws-file-type
           perform consolidate-one-file
           move "V" to ws-file-type
           perform consolidate-one-file
           move "D" to ws-file-type
           perform consolidate-one-file
           perform balance-and-report
           perform write-combined-stats
           if ws-out-of-balance
               display "repeat-consol: OUT OF BALANCE -- no "
                   "run-control end row written for " ws-run-id
                   ", hold the morning hand-off"
               move 8 to return-code
           else
               perform write-combined-run-control
               if ws-legs-no-stats > 0
                   move 4 to return-code
               end-if
           end-if
           goback.

      *    Run-control gate for the consolidated identity: a date
      *    already consolidated only runs again under the override,
      *    as REPEAT-BATCH treats a date already marked ended.
       check-run-control.
           open input run-control-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read run-control-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       if rc-business-date = ws-business-date
                           and rc-job-name = ws-run-id
                           and rc-run-ended
                           move "y" to ws-already-ended-sw
                       end-if
               end-read
           end-perform
           close run-control-file.

      *    the leg's run window for the business date: its first "S"
      *    row (a restart adds another) and its last "E" row. The leg
      *    runs under REPTBTCn, as its control card names it.
       load-leg-run-control.
           move ws-leg-idx to ws-leg-digit
           move spaces to ws-lt-run-id(ws-leg-idx)
           move "REPTBTC" to ws-lt-run-id(ws-leg-idx)(1:7)
           move ws-leg-digit to ws-lt-run-id(ws-leg-idx)(8:1)
           move spaces to ws-lt-start-ts(ws-leg-idx)
               ws-lt-end-ts(ws-leg-idx)
           move "n" to ws-lt-ended-sw(ws-leg-idx)
           move zeros to ws-lt-rc-count(ws-leg-idx)
               ws-lt-rc-bytes(ws-leg-idx)
           move "n" to ws-file-eof-sw
           evaluate ws-leg-idx
               when 1
                   open input runctl1-file
               when 2
                   open input runctl2-file
               when 3
                   open input runctl3-file
               when other
                   open input runctl4-file
           end-evaluate
           perform until ws-file-eof
               evaluate ws-leg-idx
                   when 1
                       read runctl1-file into leg-run-control-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
                   when 2
                       read runctl2-file into leg-run-control-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
                   when 3
                       read runctl3-file into leg-run-control-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
                   when other
                       read runctl4-file into leg-run-control-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
               end-evaluate
               if not ws-file-eof
                   and lc-business-date = ws-business-date
                   and lc-job-name = ws-lt-run-id(ws-leg-idx)
                   if lc-run-started
                       and ws-lt-start-ts(ws-leg-idx) = spaces
                       move lc-timestamp to ws-lt-start-ts(ws-leg-idx)
                   end-if
                   if lc-run-ended
                       move "y" to ws-lt-ended-sw(ws-leg-idx)
                       move lc-timestamp to ws-lt-end-ts(ws-leg-idx)
                       move lc-rec-count to ws-lt-rc-count(ws-leg-idx)
                       move lc-out-bytes to ws-lt-rc-bytes(ws-leg-idx)
                   end-if
               end-if
           end-perform
           evaluate ws-leg-idx
               when 1
                   close runctl1-file
               when 2
                   close runctl2-file
               when 3
                   close runctl3-file
               when other
                   close runctl4-file
           end-evaluate
           if not ws-lt-ended(ws-leg-idx)
               or ws-lt-start-ts(ws-leg-idx) = spaces
               display "repeat-consol: leg " ws-leg-digit " ("
                   ws-lt-run-id(ws-leg-idx) ") has no start and end "
                   "on its run-control file for " ws-business-date
               add 1 to ws-legs-not-ended
           end-if.

      *    the leg's stats row for the business date -- the last one,
      *    which is the run that reached end of job.
       load-leg-stats.
           move ws-leg-idx to ws-leg-digit
           move "n" to ws-lt-stats-sw(ws-leg-idx)
           move "n" to ws-file-eof-sw
           evaluate ws-leg-idx
               when 1
                   open input stats1-file
               when 2
                   open input stats2-file
               when 3
                   open input stats3-file
               when other
                   open input stats4-file
           end-evaluate
           perform until ws-file-eof
               evaluate ws-leg-idx
                   when 1
                       read stats1-file into leg-run-stats-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
                   when 2
                       read stats2-file into leg-run-stats-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
                   when 3
                       read stats3-file into leg-run-stats-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
                   when other
                       read stats4-file into leg-run-stats-rec
                           at end
                               move "y" to ws-file-eof-sw
                       end-read
               end-evaluate
               if not ws-file-eof
                   and ls-business-date = ws-business-date
                   and ls-job-name = ws-lt-run-id(ws-leg-idx)
                   move "y" to ws-lt-stats-sw(ws-leg-idx)
                   move leg-run-stats-rec
                       to ws-lt-stats-row(ws-leg-idx)
               end-if
           end-perform
           evaluate ws-leg-idx
               when 1
                   close stats1-file
               when 2
                   close stats2-file
               when 3
                   close stats3-file
               when other
                   close stats4-file
           end-evaluate
           if not ws-lt-stats-found(ws-leg-idx)
               display "repeat-consol: leg " ws-leg-digit
                   " left no stats row for " ws-business-date
                   " -- the combined stats row is short that leg"
               add 1 to ws-legs-no-stats
           end-if.

      *    one file type through the four-way merge: open the legs and
      *    the consolidated output, prime every used leg, then take the
      *    lowest compare key until every leg is exhausted.
       consolidate-one-file.
           perform open-file-type
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > 4
               move "n" to ws-leg-eof-sw(ws-leg-idx)
               if ws-leg-idx > sp-partition-count
                   move "y" to ws-leg-eof-sw(ws-leg-idx)
               else
                   perform advance-one-leg
               end-if
           end-perform
           perform count-live-legs
           perform merge-lowest-key
               until ws-live-legs = 0
           perform close-file-type.

       open-file-type.
           evaluate true
               when ws-type-extract
                   open input extract1-file extract2-file
                       extract3-file extract4-file
                   open output extract-file
                   move "H" to eh-rec-type
                   move ws-business-date to eh-business-date
                   move ws-run-id to eh-job-name
                   move "REPEAT-CONSOL" to eh-program
                   compute ws-extract-rec-len =
                       function length(extract-hdr-rec)
                   write extract-hdr-rec
               when ws-type-reject
                   open input reject1-file reject2-file reject3-file
                       reject4-file
                   open output reject-file
               when ws-type-audit
                   open input audit1-file audit2-file audit3-file
                       audit4-file
                   move "I" to ws-chain-function
                   call "repeat-audit-chain" using ws-chain-function
                       repeat-audit-rec ws-chain-fate ws-chain-value
                   open extend audit-file
               when ws-type-vault
                   open input vault1-file vault2-file vault3-file
                       vault4-file
                   open extend vault-file
               when other
                   open input strdir1-file strdir2-file strdir3-file
                       strdir4-file
                   open extend stream-dir-file
           end-evaluate.

      *    the trailer carries the consolidated row count and the sum
      *    of the legs' trailer byte totals.
       close-file-type.
           evaluate true
               when ws-type-extract
                   move 0 to ws-sum-trl-bytes
                   perform varying ws-leg-idx from 1 by 1
                       until ws-leg-idx > sp-partition-count
                       add ws-lt-trl-bytes(ws-leg-idx)
                           to ws-sum-trl-bytes
                   end-perform
                   move "T" to et-rec-type
                   move ws-ext-out to et-rec-count
                   move ws-sum-trl-bytes to et-out-bytes
                   compute ws-extract-rec-len =
                       function length(extract-trl-rec)
                   write extract-trl-rec
                   close extract1-file extract2-file extract3-file
                       extract4-file extract-file
               when ws-type-reject
                   close reject1-file reject2-file reject3-file
                       reject4-file reject-file
               when ws-type-audit
                   close audit1-file audit2-file audit3-file
                       audit4-file audit-file
               when ws-type-vault
                   close vault1-file vault2-file vault3-file
                       vault4-file vault-file
               when other
                   close strdir1-file strdir2-file strdir3-file
                       strdir4-file stream-dir-file
           end-evaluate.

      *    loads the next row of the current file type that belongs to
      *    the night for leg WS-LEG-IDX, marking the leg exhausted at
      *    end of file.
       advance-one-leg.
           move "n" to ws-row-taken-sw
           perform until ws-row-taken
               or ws-leg-eof-sw(ws-leg-idx) = "y"
               perform read-leg-row
               if ws-leg-eof-sw(ws-leg-idx) not = "y"
                   perform screen-leg-row
               end-if
           end-perform
           perform count-live-legs.

       read-leg-row.
           evaluate true
               when ws-type-extract
                   perform read-extract-leg
               when ws-type-reject
                   perform read-reject-leg
               when ws-type-audit
                   perform read-audit-leg
               when ws-type-vault
                   perform read-vault-leg
               when other
                   perform read-strdir-leg
           end-evaluate.

       read-extract-leg.
           evaluate ws-leg-idx
               when 1
                   read extract1-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(1)
                       not at end
                           move ws-ext1-len to ws-row-len
                   end-read
               when 2
                   read extract2-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(2)
                       not at end
                           move ws-ext2-len to ws-row-len
                   end-read
               when 3
                   read extract3-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(3)
                       not at end
                           move ws-ext3-len to ws-row-len
                   end-read
               when other
                   read extract4-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(4)
                       not at end
                           move ws-ext4-len to ws-row-len
                   end-read
           end-evaluate.

       read-reject-leg.
           evaluate ws-leg-idx
               when 1
                   read reject1-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(1)
                   end-read
               when 2
                   read reject2-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(2)
                   end-read
               when 3
                   read reject3-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(3)
                   end-read
               when other
                   read reject4-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(4)
                   end-read
           end-evaluate.

       read-audit-leg.
           evaluate ws-leg-idx
               when 1
                   read audit1-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(1)
                   end-read
               when 2
                   read audit2-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(2)
                   end-read
               when 3
                   read audit3-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(3)
                   end-read
               when other
                   read audit4-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(4)
                   end-read
           end-evaluate.

       read-vault-leg.
           evaluate ws-leg-idx
               when 1
                   read vault1-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(1)
                   end-read
               when 2
                   read vault2-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(2)
                   end-read
               when 3
                   read vault3-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(3)
                   end-read
               when other
                   read vault4-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(4)
                   end-read
           end-evaluate.

       read-strdir-leg.
           evaluate ws-leg-idx
               when 1
                   read strdir1-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(1)
                   end-read
               when 2
                   read strdir2-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(2)
                   end-read
               when 3
                   read strdir3-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(3)
                   end-read
               when other
                   read strdir4-file into ws-row-buf
                       at end
                           move "y" to ws-leg-eof-sw(4)
                   end-read
           end-evaluate.

      *    decides whether the row just read is one of tonight's data
      *    rows and, if so, keeps it with its compare key. The row is
      *    laid over the consolidated file's own record area to look
      *    at it -- nothing is written from there until the pick. An
      *    extract header or trailer is noted for the balance and
      *    skipped; an audit, vault, or directory row outside the
      *    leg's run window belongs to another night.
       screen-leg-row.
           move spaces to ws-leg-compare(ws-leg-idx)
           evaluate true
               when ws-type-extract
                   move ws-row-buf to extract-rec
                   evaluate true
                       when eh-header
                           move "y" to ws-lt-header-sw(ws-leg-idx)
                           move eh-business-date
                               to ws-lt-hdr-date(ws-leg-idx)
                       when et-trailer
                           move "y" to ws-lt-trailer-sw(ws-leg-idx)
                           move et-rec-count
                               to ws-lt-trl-count(ws-leg-idx)
                           move et-out-bytes
                               to ws-lt-trl-bytes(ws-leg-idx)
                       when other
                           move ext-key
                               to ws-leg-compare(ws-leg-idx)(1:6)
                           move ext-source
                               to ws-leg-compare(ws-leg-idx)(7:1)
                           add 1 to ws-lt-ext-rows(ws-leg-idx)
                           move "y" to ws-row-taken-sw
                   end-evaluate
               when ws-type-reject
                   move ws-row-buf to repeat-reject-rec
                   move rj-key to ws-leg-compare(ws-leg-idx)(1:6)
                   move rj-source to ws-leg-compare(ws-leg-idx)(7:1)
                   add 1 to ws-lt-rej-rows(ws-leg-idx)
                   move "y" to ws-row-taken-sw
               when ws-type-audit
                   move ws-row-buf to repeat-audit-rec
                   if aud-timestamp >= ws-lt-start-ts(ws-leg-idx)
                       and aud-timestamp <= ws-lt-end-ts(ws-leg-idx)
                       move aud-timestamp to ws-leg-compare(ws-leg-idx)
                       add 1 to ws-lt-aud-rows(ws-leg-idx)
                       move "y" to ws-row-taken-sw
                   else
                       add 1 to ws-other-nights
                   end-if
               when ws-type-vault
                   move ws-row-buf to repeat-vault-rec
                   if vt-timestamp >= ws-lt-start-ts(ws-leg-idx)
                       and vt-timestamp <= ws-lt-end-ts(ws-leg-idx)
                       move vt-timestamp to ws-leg-compare(ws-leg-idx)
                       add 1 to ws-lt-vlt-rows(ws-leg-idx)
                       move "y" to ws-row-taken-sw
                   else
                       add 1 to ws-other-nights
                   end-if
               when other
                   move ws-row-buf to repeat-stream-dir-rec
                   if sd-written-date
                           >= ws-lt-start-ts(ws-leg-idx)(1:8)
                       and sd-written-date
                           <= ws-lt-end-ts(ws-leg-idx)(1:8)
                       move sd-key to ws-leg-compare(ws-leg-idx)(1:6)
                       move sd-source
                           to ws-leg-compare(ws-leg-idx)(7:1)
                       add 1 to ws-lt-dir-rows(ws-leg-idx)
                       move "y" to ws-row-taken-sw
                   else
                       add 1 to ws-other-nights
                   end-if
           end-evaluate
           if ws-row-taken
               move ws-row-buf to ws-leg-row(ws-leg-idx)
               move ws-row-len to ws-leg-len(ws-leg-idx)
           end-if.

       count-live-legs.
           move 0 to ws-live-legs
           perform varying ws-pick-idx from 1 by 1
               until ws-pick-idx > 4
               if ws-leg-eof-sw(ws-pick-idx) not = "y"
                   add 1 to ws-live-legs
               end-if
           end-perform.

      *    ties go to the lower leg, so equal keys keep leg order.
       merge-lowest-key.
           move 0 to ws-pick-idx
           move high-values to ws-pick-compare
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > 4
               if ws-leg-eof-sw(ws-leg-idx) not = "y"
                   and ws-leg-compare(ws-leg-idx) < ws-pick-compare
                   move ws-leg-compare(ws-leg-idx) to ws-pick-compare
                   move ws-leg-idx to ws-pick-idx
               end-if
           end-perform
           if ws-pick-idx > 0
               perform write-picked-row
               move ws-pick-idx to ws-leg-idx
               perform advance-one-leg
           end-if.

       write-picked-row.
           evaluate true
               when ws-type-extract
                   move ws-leg-len(ws-pick-idx) to ws-extract-rec-len
                   write extract-rec from ws-leg-row(ws-pick-idx)
                   add 1 to ws-ext-out
               when ws-type-reject
                   write repeat-reject-rec from ws-leg-row(ws-pick-idx)
                   add 1 to ws-rej-out
               when ws-type-audit
                   move ws-leg-row(ws-pick-idx) to repeat-audit-rec
                   move "N" to ws-chain-function
                   call "repeat-audit-chain" using ws-chain-function
                       repeat-audit-rec ws-chain-fate ws-chain-value
                   write repeat-audit-rec
                   add 1 to ws-aud-out
               when ws-type-vault
                   write repeat-vault-rec from ws-leg-row(ws-pick-idx)
                   add 1 to ws-vlt-out
               when other
                   move ws-leg-row(ws-pick-idx)
                       to repeat-stream-dir-rec
                   move ws-pick-idx to ws-leg-digit
                   move ws-leg-digit to sd-leg
                   write repeat-stream-dir-rec
                   add 1 to ws-dir-out
           end-evaluate.

      *    per-leg and consolidated control totals. Each leg's extract
      *    must be bracketed for tonight's business date and hold
      *    its trailer count and its SPLITCTL partition count of
      *    rows (a parallel leg writes one extract row per record);
      *    each consolidated file must hold the sum of its legs, and
      *    the extract the splitter's input count.
       balance-and-report.
           move 0 to ws-sum-ext ws-sum-rej ws-sum-aud ws-sum-vlt
               ws-sum-dir
           display "repeat-consol: control totals for "
               ws-business-date " as " ws-run-id
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > sp-partition-count
               move ws-leg-idx to ws-leg-digit
               display "  leg " ws-leg-digit " "
                   ws-lt-run-id(ws-leg-idx)
               display "    split records ....... "
                   sp-rec-count(ws-leg-idx)
               display "    run-control records . "
                   ws-lt-rc-count(ws-leg-idx)
               display "    extract rows ........ "
                   ws-lt-ext-rows(ws-leg-idx)
               display "    extract trailer count "
                   ws-lt-trl-count(ws-leg-idx)
               display "    reject rows ......... "
                   ws-lt-rej-rows(ws-leg-idx)
               display "    audit rows .......... "
                   ws-lt-aud-rows(ws-leg-idx)
               display "    vault rows .......... "
                   ws-lt-vlt-rows(ws-leg-idx)
               display "    stream directory rows "
                   ws-lt-dir-rows(ws-leg-idx)
               if not ws-lt-header-found(ws-leg-idx)
                   or not ws-lt-trailer-found(ws-leg-idx)
                   display "repeat-consol: OUT OF BALANCE -- leg "
                       ws-leg-digit " extract is not bracketed by a "
                       "header and trailer (incomplete generation)"
                   move "y" to ws-out-of-balance-sw
               end-if
               if ws-lt-header-found(ws-leg-idx)
                   and ws-lt-hdr-date(ws-leg-idx) not =
                       ws-business-date
                   display "repeat-consol: OUT OF BALANCE -- leg "
                       ws-leg-digit " extract is for business date "
                       ws-lt-hdr-date(ws-leg-idx)
                   move "y" to ws-out-of-balance-sw
               end-if
               if ws-lt-trailer-found(ws-leg-idx)
                   and ws-lt-ext-rows(ws-leg-idx) not =
                       ws-lt-trl-count(ws-leg-idx)
                   display "repeat-consol: OUT OF BALANCE -- leg "
                       ws-leg-digit " extract rows differ from its "
                       "trailer count"
                   move "y" to ws-out-of-balance-sw
               end-if
               if ws-lt-ext-rows(ws-leg-idx) not =
                   sp-rec-count(ws-leg-idx)
                   display "repeat-consol: OUT OF BALANCE -- leg "
                       ws-leg-digit " extract rows differ from its "
                       "split partition count"
                   move "y" to ws-out-of-balance-sw
               end-if
               add ws-lt-ext-rows(ws-leg-idx) to ws-sum-ext
               add ws-lt-rej-rows(ws-leg-idx) to ws-sum-rej
               add ws-lt-aud-rows(ws-leg-idx) to ws-sum-aud
               add ws-lt-vlt-rows(ws-leg-idx) to ws-sum-vlt
               add ws-lt-dir-rows(ws-leg-idx) to ws-sum-dir
           end-perform
           display "  splitter input records . " sp-total-recs
           display "  extract rows written ... " ws-ext-out
           display "  reject rows written .... " ws-rej-out
           display "  audit rows written ..... " ws-aud-out
           display "  vault rows written ..... " ws-vlt-out
           display "  directory rows written . " ws-dir-out
           display "  other nights' rows ..... " ws-other-nights
           display "  legs with no stats row . " ws-legs-no-stats
           if ws-ext-out not = ws-sum-ext
               or ws-rej-out not = ws-sum-rej
               or ws-aud-out not = ws-sum-aud
               or ws-vlt-out not = ws-sum-vlt
               or ws-dir-out not = ws-sum-dir
               display "repeat-consol: OUT OF BALANCE -- a "
                   "consolidated file differs from the sum of its legs"
               move "y" to ws-out-of-balance-sw
           end-if
           if ws-ext-out not = sp-total-recs
               display "repeat-consol: OUT OF BALANCE -- consolidated "
                   "extract rows differ from splitter input"
               move "y" to ws-out-of-balance-sw
           end-if.

      *    one stats row for the night: the legs' counts and bytes
      *    summed over the span from the earliest leg start to the
      *    latest leg end, so REPTPERF compares the parallel night's
      *    wall-clock rate with earlier parallel nights.
       write-combined-stats.
           move spaces to ws-cb-start-ts ws-cb-end-ts
           move 0 to ws-cb-rec-count ws-cb-vec-flush ws-cb-chkpt-count
               ws-cb-out-bytes ws-cb-cache-hits
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > sp-partition-count
               if ws-lt-stats-found(ws-leg-idx)
                   move ws-lt-stats-row(ws-leg-idx)
                       to leg-run-stats-rec
                   if ws-cb-start-ts = spaces
                       or ls-start-ts < ws-cb-start-ts
                       move ls-start-ts to ws-cb-start-ts
                   end-if
                   if ls-end-ts > ws-cb-end-ts
                       move ls-end-ts to ws-cb-end-ts
                   end-if
                   add ls-rec-count to ws-cb-rec-count
                   add ls-vec-flush-count to ws-cb-vec-flush
                   add ls-chkpt-count to ws-cb-chkpt-count
                   add ls-out-bytes to ws-cb-out-bytes
                   add ls-cache-hits to ws-cb-cache-hits
               end-if
           end-perform
           move 0 to ws-elapsed-secs
           if ws-cb-start-ts not = spaces
               move ws-cb-start-ts to ws-ts-work
               perform timestamp-to-seconds
               move ws-ts-secs to ws-start-secs
               move ws-cb-end-ts to ws-ts-work
               perform timestamp-to-seconds
               move ws-ts-secs to ws-end-secs
               if ws-end-secs > ws-start-secs
                   compute ws-elapsed-secs = ws-end-secs - ws-start-secs
               end-if
           end-if
           open extend stats-file
           move spaces to repeat-run-stats-rec
           move ws-run-id to pf-job-name
           move ws-business-date to pf-business-date
           move ws-cb-start-ts to pf-start-ts
           move ws-cb-end-ts to pf-end-ts
           move ws-cb-rec-count to pf-rec-count
           move ws-cb-vec-flush to pf-vec-flush-count
           move ws-cb-chkpt-count to pf-chkpt-count
           move ws-cb-out-bytes to pf-out-bytes
           move ws-elapsed-secs to pf-elapsed-secs
           if ws-elapsed-secs > 0
               compute pf-rec-per-sec rounded =
                   ws-cb-rec-count / ws-elapsed-secs
           else
               move ws-cb-rec-count to pf-rec-per-sec
           end-if
           move ws-cb-cache-hits to pf-cache-hits
           write repeat-run-stats-rec
           close stats-file.

       timestamp-to-seconds.
           compute ws-ts-secs =
               function integer-of-date(ws-ts-date) * 86400
               + ws-ts-hh * 3600 + ws-ts-mi * 60 + ws-ts-ss.

      *    the night's end row under the consolidated identity,
      *    carrying the legs' end-row record counts and bytes summed
      *    -- what REPEAT-NIGHTSTAT checks on a parallel night.
       write-combined-run-control.
           move 0 to ws-cb-rc-count ws-cb-rc-bytes
           perform varying ws-leg-idx from 1 by 1
               until ws-leg-idx > sp-partition-count
               add ws-lt-rc-count(ws-leg-idx) to ws-cb-rc-count
               add ws-lt-rc-bytes(ws-leg-idx) to ws-cb-rc-bytes
           end-perform
           open extend run-control-file
           move ws-business-date to rc-business-date
           move ws-run-id to rc-job-name
           move "E" to rc-event
           move function current-date to rc-timestamp
           move ws-cb-rc-count to rc-rec-count
           move ws-cb-rc-bytes to rc-out-bytes
           write repeat-run-control-rec
           close run-control-file.
       end program repeat-consol.
