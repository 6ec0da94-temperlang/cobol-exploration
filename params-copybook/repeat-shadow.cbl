       identification division.
       program-id. repeat-shadow.

      ******************************************************************
      *    Shadow run of a candidate repeat library against a night
      *    production has already run. The step's STEPLIB names the
      *    candidate load library ahead of the production one, so
      *    every wrapper and stream call below lands in the candidate
      *    engine; the night's own inputs are replayed through it and
      *    every result is compared with what that night stored:
      *      TRANSIN    the night's transaction generation (source
      *                 "T"), patterns resolved as the driver
      *                 resolves them, tokens expanded for the card's
      *                 date and run identity;
      *      STANDMST   standing entries due on the business date
      *                 (source "S");
      *      DEFERIN    the night's deferred requests (source "D");
      *      COMPOSEIN  the night's compose requests (source "C").
      *    Nothing is written anywhere a production reader looks:
      *    every wrapper call carries REPEAT-SKIP-AUDIT "Y" (so no
      *    audit or vault row), the entitlement gate is not called (so
      *    no quota is spent), and no result, extract, or reject row
      *    is produced. Streamed requests go through REPEAT-STREAM to
      *    the step's own STREAMOUT, STREAMO1-STREAMO4, and STRDIR,
      *    which are read back at the end and compared with the
      *    night's stream datasets (NSTRMOUT, NSTRMO1-NSTRMO4) under
      *    the night's directory rows (NSTRDIR) written inside the
      *    run's window on RUNCTL, as REPEAT-STREAMVER walks them.
      *    The night's stored answer for each request is its RSLTMST
      *    row (status, actual length, output) with the reason from
      *    the night's reject file; a compose request, which never
      *    reaches the extract, is compared with its "C" row on the
      *    night's RESULTIN generation. A stream request is compared
      *    record count, record length, and a position-weighted
      *    checksum (REPEAT-CKSUM) over its records.
      *    Not compared, and counted as such:
      *      no result  no RSLTMST (or RESULTIN) row for the request
      *                 -- not due, held over, or quiesced that night;
      *      gated      the night refused it before the engine (status
      *                 16, or a pattern, sensitive-data, cost-center,
      *                 or chain reason on its reject row);
      *      changed    the request's input string or count no longer
      *                 matches what the night ran (a pattern or
      *                 standing entry maintained since), or a compose
      *                 key sits twice on the night's RESULTIN;
      *      chained    a classified chained request (its input, the
      *                 predecessor's output, is masked on RSLTMST) or
      *                 a chained compose request.
      *    A classified request's output is compared in the masked
      *    form RSLTMST holds it in. Numeric, resubmitted, and
      *    approval-pass requests are not replayed.
      *    Differences are listed by request type and key, then the
      *    per-type totals and the GO/NO-GO summary for the change
      *    board. Return code 0 GO, 8 NO-GO (a difference, or nothing
      *    compared), 16 the night cannot be replayed. Promotion and
      *    the wrapper catalog entry follow a signed GO.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select optional run-control-file assign to runctl
               organization is line sequential.
           select trans-file assign to transin
               organization is line sequential
               file status is ws-trans-fs.
           select optional standing-file assign to standmst
               organization is indexed
               access mode is sequential
               record key is sr-id
               file status is ws-standing-fs.
           select optional defer-file assign to deferin
               organization is line sequential
               file status is ws-defer-fs.
           select optional compose-file assign to composein
               organization is line sequential
               file status is ws-compose-fs.
           select optional reject-file assign to rejectin
               organization is line sequential
               file status is ws-reject-fs.
           select optional result-file assign to resultin
               organization is line sequential
               file status is ws-result-fs.
           select master-file assign to rsltmst
               organization is indexed
               access mode is random
               record key is em-key
               file status is ws-master-fs.
           select work-file assign to shdwork
               organization is indexed
               access mode is dynamic
               record key is hw-key
               file status is ws-work-fs.
           select optional night-dir-file assign to nstrdir
               organization is line sequential.
           select optional night0-file assign to nstrmout
               organization is line sequential.
           select optional night1-file assign to nstrmo1
               organization is line sequential.
           select optional night2-file assign to nstrmo2
               organization is line sequential.
           select optional night3-file assign to nstrmo3
               organization is line sequential.
           select optional night4-file assign to nstrmo4
               organization is line sequential.
           select optional shadow-dir-file assign to strdir
               organization is line sequential.
           select optional shadow0-file assign to streamout
               organization is line sequential.
           select optional shadow1-file assign to streamo1
               organization is line sequential.
           select optional shadow2-file assign to streamo2
               organization is line sequential.
           select optional shadow3-file assign to streamo3
               organization is line sequential.
           select optional shadow4-file assign to streamo4
               organization is line sequential.

       data division.
       file section.
      *    the night to replay, the run identity whose RUNCTL window
      *    and pattern tokens it used (blank REPTBATC), the candidate
      *    library's name as the change board will sign it, and how
      *    many differing requests to list (blank 200).
       fd  control-card.
       01  shadow-card-rec.
           05  so-business-date   pic x(8).
           05  so-run-id          pic x(8).
           05  so-candidate       pic x(44).
           05  so-list-max        pic 9(4).

       fd  run-control-file.
       copy repeat-run-control-rec.

       fd  trans-file.
       copy repeat-trans-rec.

       fd  standing-file.
       copy repeat-standing-rec.

       fd  defer-file.
       copy repeat-trans-rec
           replacing leading ==repeat-trans== by ==repeat-defer==
                     leading ==rt-== by ==df-==.

       fd  compose-file.
       copy repeat-compose-rec.

       fd  reject-file.
       copy repeat-reject-rec.

       fd  result-file
           record is varying in size from 20 to 820 characters
               depending on ws-result-rec-len.
       copy repeat-result-rec.

       fd  master-file.
       copy repeat-result-master-rec.

      *    one row per request replayed or met on the night's files,
      *    keyed by source and key so the differences list in request
      *    type and key order.
       fd  work-file.
       01  shadow-work-rec.
           05  hw-key.
               10  hw-source          pic x(1).
               10  hw-req-key         pic 9(6).
      *    the night's reject reason, when it wrote a reject row.
           05  hw-reason-sw           pic x(1).
               88  hw-reason-known    value "y".
           05  hw-night-reason        pic 9(2).
      *    a compose request's night result, from RESULTIN.
           05  hw-comp-sw             pic x(1).
               88  hw-comp-found      value "y".
           05  hw-comp-dup-sw         pic x(1).
               88  hw-comp-dup        value "y".
           05  hw-night-status        pic 9(2).
           05  hw-night-len           pic 9(4).
           05  hw-night-out           pic x(800).
      *    the candidate's answer and what differed.
           05  hw-replay-sw           pic x(1).
               88  hw-replayed        value "y".
           05  hw-shadow-status       pic 9(2).
           05  hw-shadow-reason       pic 9(2).
           05  hw-shadow-len          pic 9(4).
           05  hw-diff-status-sw      pic x(1).
               88  hw-diff-status     value "y".
           05  hw-diff-reason-sw      pic x(1).
               88  hw-diff-reason     value "y".
           05  hw-diff-len-sw         pic x(1).
               88  hw-diff-len        value "y".
           05  hw-diff-out-sw         pic x(1).
               88  hw-diff-out        value "y".
           05  hw-diff-pos            pic 9(4).
      *    streamed output, the night's and the candidate's.
           05  hw-stream-sw           pic x(1).
               88  hw-streamed        value "y".
           05  hw-ns-sw               pic x(1).
               88  hw-ns-found        value "y".
           05  hw-ns-lrecl            pic 9(4).
           05  hw-ns-count            pic 9(8).
           05  hw-ns-sum              pic 9(9).
           05  hw-ss-sw               pic x(1).
               88  hw-ss-found        value "y".
           05  hw-ss-lrecl            pic 9(4).
           05  hw-ss-count            pic 9(8).
           05  hw-ss-sum              pic 9(9).

       fd  night-dir-file.
       copy repeat-stream-dir-rec.

      *    the stream datasets hold records of the requested length,
      *    not padded to the 800-byte ceiling.
       fd  night0-file
           record is varying in size from 1 to 800 characters
               depending on ws-night0-len.
       01  night0-in-rec        pic x(800).

       fd  night1-file
           record is varying in size from 1 to 800 characters
               depending on ws-night1-len.
       01  night1-in-rec        pic x(800).

       fd  night2-file
           record is varying in size from 1 to 800 characters
               depending on ws-night2-len.
       01  night2-in-rec        pic x(800).

       fd  night3-file
           record is varying in size from 1 to 800 characters
               depending on ws-night3-len.
       01  night3-in-rec        pic x(800).

       fd  night4-file
           record is varying in size from 1 to 800 characters
               depending on ws-night4-len.
       01  night4-in-rec        pic x(800).

       fd  shadow-dir-file.
       copy repeat-stream-dir-rec
           replacing leading ==repeat-stream-dir== by
                         ==shadow-stream-dir==
                     leading ==sd-== by ==xd-==.

       fd  shadow0-file
           record is varying in size from 1 to 800 characters
               depending on ws-shadow0-len.
       01  shadow0-in-rec       pic x(800).

       fd  shadow1-file
           record is varying in size from 1 to 800 characters
               depending on ws-shadow1-len.
       01  shadow1-in-rec       pic x(800).

       fd  shadow2-file
           record is varying in size from 1 to 800 characters
               depending on ws-shadow2-len.
       01  shadow2-in-rec       pic x(800).

       fd  shadow3-file
           record is varying in size from 1 to 800 characters
               depending on ws-shadow3-len.
       01  shadow3-in-rec       pic x(800).

       fd  shadow4-file
           record is varying in size from 1 to 800 characters
               depending on ws-shadow4-len.
       01  shadow4-in-rec       pic x(800).

       working-storage section.
       copy repeat-params.
       copy repeat-limits.
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-file-eof-sw       pic x value "n".
           88  ws-file-eof      value "y".
       01  ws-trans-fs          pic x(2).
       01  ws-standing-fs       pic x(2).
       01  ws-defer-fs          pic x(2).
       01  ws-compose-fs        pic x(2).
       01  ws-reject-fs         pic x(2).
       01  ws-result-fs         pic x(2).
       01  ws-master-fs         pic x(2).
       01  ws-work-fs           pic x(2).
       01  ws-result-rec-len    pic 9(4) comp-5.
       01  ws-business-date     pic x(8).
       01  ws-run-id            pic x(8).
       01  ws-candidate         pic x(44).
       01  ws-list-max          pic 9(4) comp-5.
       01  ws-listed            pic 9(8) comp-5 value 0.
       01  ws-not-listed        pic 9(8) comp-5 value 0.
       01  ws-window-start      pic x(26).
       01  ws-window-end        pic x(26).
      *    the request in hand.
       01  ws-current-source    pic x(1).
       01  ws-ty-idx            pic 9(1) comp-5.
       01  ws-night-found-sw    pic x(1).
           88  ws-night-found   value "y".
       01  ws-hold-key          pic x(7).
       01  ws-work-new-sw       pic x(1).
           88  ws-work-new      value "y".
       01  ws-gated-sw          pic x(1).
           88  ws-gated         value "y".
       01  ws-changed-sw        pic x(1).
           88  ws-changed       value "y".
       01  ws-unreplayable-sw   pic x(1).
           88  ws-unreplayable  value "y".
       01  ws-standing-due-sw   pic x(1).
           88  ws-standing-due  value "Y".
       01  ws-cmp-in-str        pic x(80).
       01  ws-mask-len          pic 9(4) comp-5.
      *    pattern resolution, as the driver calls it.
       01  ws-pattern-status    pic 9(2) comp-5.
       01  ws-pat-in-str        pic x(80).
       01  ws-pat-count         pic 9(4).
       01  ws-pat-delimiter     pic x(10).
       01  ws-pat-mode          pic x(1).
      *    the stream call, as the driver makes it.
       01  ws-stream-lrecl      pic 9(4) comp-5.
       01  ws-stream-key        pic 9(6).
       01  ws-stream-reccount   pic 9(8) comp-5.
       01  ws-stream-bytes      pic 9(12) comp-5.
       01  ws-stream-function   pic x(1) value space.
      *    compose segments, as the driver builds them.
       01  ws-comp-source       pic x(1) value "C".
       01  ws-comp-seg-idx      pic 9(1) comp-5.
       01  ws-seg-in-str        pic x(80).
       01  ws-seg-count         pic 9(4).
       01  ws-seg-delimiter     pic x(10).
       01  ws-seg-mode          pic x(1).
       01  ws-composed-buf      pic x(800).
       01  ws-composed-len      pic 9(8) comp-5.
       01  ws-composed-status   pic 9(2) comp-5.
       01  ws-composed-reason   pic 9(2) comp-5.
      *    the two answers being compared.
       01  ws-night-status      pic 9(2).
       01  ws-night-reason      pic 9(2).
       01  ws-night-reason-sw   pic x(1).
           88  ws-night-reason-known value "y".
       01  ws-night-len         pic 9(4).
       01  ws-night-out         pic x(800).
       01  ws-shd-status        pic 9(2).
       01  ws-shd-reason        pic 9(2).
       01  ws-shd-len           pic 9(4).
       01  ws-shd-out           pic x(800).
       01  ws-cmp-len           pic 9(4) comp-5.
       01  ws-byte-idx          pic 9(4) comp-5.
      *    stream datasets: which side is being read, the dataset
      *    names as the eight-byte SD-DD-NAME holds them, and each
      *    dataset's exhausted switch.
       01  ws-side-sw           pic x(1).
           88  ws-side-night    value "N".
           88  ws-side-shadow   value "S".
       01  ws-ds-table.
           05  ws-ds occurs 5 times.
               10  ws-ds-name       pic x(8).
               10  ws-ds-eof-sw     pic x(1).
                   88  ws-ds-eof    value "y".
       01  ws-ds-idx            pic 9(1) comp-5.
       01  ws-night0-len        pic 9(4) comp-5.
       01  ws-night1-len        pic 9(4) comp-5.
       01  ws-night2-len        pic 9(4) comp-5.
       01  ws-night3-len        pic 9(4) comp-5.
       01  ws-night4-len        pic 9(4) comp-5.
       01  ws-shadow0-len       pic 9(4) comp-5.
       01  ws-shadow1-len       pic 9(4) comp-5.
       01  ws-shadow2-len       pic 9(4) comp-5.
       01  ws-shadow3-len       pic 9(4) comp-5.
       01  ws-shadow4-len       pic 9(4) comp-5.
       01  ws-rec-len           pic 9(4) comp-5.
       01  ws-rec-idx           pic 9(8) comp-5.
       01  ws-rec-got-sw        pic x(1).
           88  ws-rec-got       value "y".
       01  ws-dir-key           pic 9(6).
       01  ws-dir-source        pic x(1).
       01  ws-dir-dd-name       pic x(8).
       01  ws-dir-lrecl         pic 9(4).
       01  ws-dir-reccount      pic 9(8).
       01  ws-dir-count         pic 9(8) comp-5.
       01  ws-dir-sum           pic 9(9) comp-5.
       01  ws-sum-work          pic 9(18) comp-5.
       01  ws-ck-data           pic x(900).
       01  ws-ck-len            pic 9(4) comp-5.
       01  ws-ck-value          pic 9(9) comp-5.
      *    control totals, one row per request type.
       01  ws-type-table.
           05  ws-type occurs 4 times.
               10  ws-ty-name       pic x(9).
               10  ws-ty-read       pic 9(8) comp-5.
               10  ws-ty-no-result  pic 9(8) comp-5.
               10  ws-ty-gated      pic 9(8) comp-5.
               10  ws-ty-changed    pic 9(8) comp-5.
               10  ws-ty-chained    pic 9(8) comp-5.
               10  ws-ty-compared   pic 9(8) comp-5.
               10  ws-ty-matched    pic 9(8) comp-5.
               10  ws-ty-differed   pic 9(8) comp-5.
               10  ws-ty-streams    pic 9(8) comp-5.
               10  ws-ty-strm-diff  pic 9(8) comp-5.
       01  ws-tot-read          pic 9(8) comp-5 value 0.
       01  ws-tot-compared      pic 9(8) comp-5 value 0.
       01  ws-tot-differed      pic 9(8) comp-5 value 0.
       01  ws-rejects-read      pic 9(8) comp-5 value 0.
       01  ws-comp-rows-read    pic 9(8) comp-5 value 0.
       01  ws-night-dir-rows    pic 9(8) comp-5 value 0.
       01  ws-other-nights      pic 9(8) comp-5 value 0.
       01  ws-shadow-dir-rows   pic 9(8) comp-5 value 0.
       01  ws-diff-tags         pic x(40).
       01  ws-tag-ptr           pic 9(2) comp-5.
       01  ws-type-line.
           05  filler           pic x(2) value spaces.
           05  tl-name          pic x(9).
           05  tl-read          pic z(6)9.
           05  tl-no-result     pic z(7)9.
           05  tl-gated         pic z(6)9.
           05  tl-changed       pic z(7)9.
           05  tl-chained       pic z(7)9.
           05  tl-compared      pic z(8)9.
           05  tl-matched       pic z(7)9.
           05  tl-differed      pic z(7)9.

       procedure division.
       main-line.
           perform read-control-card
           if ws-business-date = spaces
               display "repeat-shadow: no business date on the card "
                   "-- name the night to replay"
               move 16 to return-code
               goback
           end-if
           perform load-run-window
           if ws-window-start = spaces
               display "repeat-shadow: no run recorded for "
                   ws-run-id " on business date " ws-business-date
                   " -- nothing to replay against"
               move 16 to return-code
               goback
           end-if
           open input master-file
           if ws-master-fs not = "00"
               display "repeat-shadow: results master not available, "
                   "file status " ws-master-fs
               move 16 to return-code
               goback
           end-if
           open output work-file
           close work-file
           open i-o work-file
           if ws-work-fs not = "00"
               display "repeat-shadow: work file not available, "
                   "file status " ws-work-fs
               close master-file
               move 16 to return-code
               goback
           end-if
           perform init-type-table
           perform load-night-rejects
           perform load-night-compose
           move "N" to ws-side-sw
           perform load-stream-side
           perform replay-trans-pass
           perform replay-standing-pass
           perform replay-defer-pass
           perform replay-compose-pass
           move "S" to ws-side-sw
           perform load-stream-side
           display "repeat-shadow: candidate " ws-candidate
           display "repeat-shadow: replaying " ws-business-date
               " run " ws-run-id
           perform list-differences
           close work-file master-file
           perform show-totals
           goback.

       read-control-card.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           if ws-control-eof
               move spaces to ws-business-date
           else
               move so-business-date to ws-business-date
           end-if
           if ws-control-eof or so-run-id = spaces
               move "REPTBATC" to ws-run-id
           else
               move so-run-id to ws-run-id
           end-if
           if ws-control-eof or so-candidate = spaces
               move "(candidate not named on the card)"
                   to ws-candidate
           else
               move so-candidate to ws-candidate
           end-if
           if ws-control-eof or so-list-max is not numeric
               or so-list-max = 0
               move 200 to ws-list-max
           else
               move so-list-max to ws-list-max
           end-if
           close control-card.

      *    the run's first start (a restart adds another "S" row) and
      *    its end; a run that never ended is taken up to now.
       load-run-window.
           move spaces to ws-window-start
           move high-values to ws-window-end
           open input run-control-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read run-control-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       if rc-business-date = ws-business-date
                           and rc-job-name = ws-run-id
                           if rc-run-started
                               and ws-window-start = spaces
                               move rc-timestamp to ws-window-start
                           end-if
                           if rc-run-ended
                               move rc-timestamp to ws-window-end
                           end-if
                       end-if
               end-read
           end-perform
           close run-control-file.

       init-type-table.
           move "transin" to ws-ty-name(1)
           move "standing" to ws-ty-name(2)
           move "deferred" to ws-ty-name(3)
           move "compose" to ws-ty-name(4)
           perform varying ws-ty-idx from 1 by 1 until ws-ty-idx > 4
               move 0 to ws-ty-read(ws-ty-idx)
               move 0 to ws-ty-no-result(ws-ty-idx)
               move 0 to ws-ty-gated(ws-ty-idx)
               move 0 to ws-ty-changed(ws-ty-idx)
               move 0 to ws-ty-chained(ws-ty-idx)
               move 0 to ws-ty-compared(ws-ty-idx)
               move 0 to ws-ty-matched(ws-ty-idx)
               move 0 to ws-ty-differed(ws-ty-idx)
               move 0 to ws-ty-streams(ws-ty-idx)
               move 0 to ws-ty-strm-diff(ws-ty-idx)
           end-perform.

       set-type-idx.
           evaluate hw-source
               when "S"
                   move 2 to ws-ty-idx
               when "D"
                   move 3 to ws-ty-idx
               when "C"
                   move 4 to ws-ty-idx
               when other
                   move 1 to ws-ty-idx
           end-evaluate.

      *    the work row for HW-SOURCE/HW-REQ-KEY, or a fresh one.
       fetch-work-row.
           move "n" to ws-work-new-sw
           read work-file
               invalid key
                   move "y" to ws-work-new-sw
           end-read
           if ws-work-new
               move hw-key to ws-hold-key
               initialize shadow-work-rec
               move ws-hold-key to hw-key
               move "n" to hw-reason-sw hw-comp-sw hw-comp-dup-sw
                   hw-replay-sw hw-diff-status-sw hw-diff-reason-sw
                   hw-diff-len-sw hw-diff-out-sw hw-stream-sw
                   hw-ns-sw hw-ss-sw
           end-if.

       save-work-row.
           if ws-work-new
               write shadow-work-rec
                   invalid key
                       rewrite shadow-work-rec
               end-write
               move "n" to ws-work-new-sw
           else
               rewrite shadow-work-rec
           end-if.

      *    the reason each of the night's rejects failed with -- the
      *    results master carries the status only.
       load-night-rejects.
           open input reject-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read reject-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       add 1 to ws-rejects-read
                       if rj-source = space
                           move "T" to hw-source
                       else
                           move rj-source to hw-source
                       end-if
                       move rj-key to hw-req-key
                       perform fetch-work-row
                       move "y" to hw-reason-sw
                       if rj-fail-reason is numeric
                           move rj-fail-reason to hw-night-reason
                       else
                           move 0 to hw-night-reason
                       end-if
                       perform save-work-row
               end-read
           end-perform
           close reject-file.

      *    the night's composed results, which land on the result
      *    file only.
       load-night-compose.
           open input result-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read result-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       if rr-source = ws-comp-source
                           add 1 to ws-comp-rows-read
                           move rr-source to hw-source
                           move rr-key to hw-req-key
                           perform fetch-work-row
                           if hw-comp-found
                               move "y" to hw-comp-dup-sw
                           else
                               move "y" to hw-comp-sw
                               move rr-status to hw-night-status
                               move rr-len to hw-night-len
                               move spaces to hw-night-out
                               if rr-len > 0 and rr-len <= 800
                                   move rr-out-buf(1:rr-len)
                                       to hw-night-out(1:rr-len)
                               end-if
                           end-if
                           perform save-work-row
                       end-if
               end-read
           end-perform
           close result-file.

       replay-trans-pass.
           move "T" to ws-current-source
           move 1 to ws-ty-idx
           open input trans-file
           if ws-trans-fs not = "00"
               display "repeat-shadow: TRANSIN not available, file "
                   "status " ws-trans-fs " -- no transactions replayed"
           else
               move "n" to ws-file-eof-sw
               perform until ws-file-eof
                   read trans-file
                       at end
                           move "y" to ws-file-eof-sw
                       not at end
                           perform replay-request
                   end-read
               end-perform
               close trans-file
           end-if.

      *    every entry the nightly run would have merged on the
      *    business date, from the master as it stands now -- an
      *    entry maintained since is caught by the input check.
       replay-standing-pass.
           move "S" to ws-current-source
           move 2 to ws-ty-idx
           open input standing-file
           if ws-standing-fs not = "00"
               display "repeat-shadow: standing master not available, "
                   "file status " ws-standing-fs
                   " -- standing requests not replayed"
           else
               move "n" to ws-file-eof-sw
               perform until ws-file-eof
                   read standing-file next
                       at end
                           move "y" to ws-file-eof-sw
                       not at end
                           perform handle-standing-record
                   end-read
               end-perform
               close standing-file
           end-if.

       handle-standing-record.
           if sr-active-yes
               and sr-effective-date <= ws-business-date
               and (sr-expiry-date = spaces
                    or sr-expiry-date >= ws-business-date)
               call "repeat-schedule" using
                   sr-frequency sr-day-of-week sr-day-of-month
                   sr-business-day ws-business-date
                   ws-standing-due-sw
               if ws-standing-due
                   perform load-standing-record
                   perform replay-request
               end-if
           end-if.

       load-standing-record.
           move sr-key to rt-key
           move sr-in-str to rt-in-str
           move sr-count to rt-count
           move sr-delimiter to rt-delimiter
           move sr-mode to rt-mode
           move sr-encoding to rt-encoding
           move sr-engine to rt-engine
           move sr-cost-center to rt-cost-center
           move sr-user-id to rt-user-id
           move zeros to rt-seq-start
           move zeros to rt-seq-width
           move zeros to rt-seq-pos
           move zeros to rt-stream-lrecl
           move zeros to rt-stream-reccount
           move sr-pattern-id to rt-pattern-id
           move zeros to rt-priority
           move space to rt-seq-check
           move spaces to rt-stream-route
           move space to rt-classified
           move spaces to rt-pred-link.

       replay-defer-pass.
           move "D" to ws-current-source
           move 3 to ws-ty-idx
           open input defer-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read defer-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       perform load-defer-record
                       perform replay-request
               end-read
           end-perform
           close defer-file.

       load-defer-record.
           move df-key to rt-key
           move df-in-str to rt-in-str
           move df-count to rt-count
           move df-delimiter to rt-delimiter
           move df-mode to rt-mode
           move df-encoding to rt-encoding
           move df-engine to rt-engine
           move df-cost-center to rt-cost-center
           move df-user-id to rt-user-id
           move df-seq-start to rt-seq-start
           move df-seq-width to rt-seq-width
           move df-seq-pos to rt-seq-pos
           move df-stream-lrecl to rt-stream-lrecl
           move df-stream-reccount to rt-stream-reccount
           move df-pattern-id to rt-pattern-id
           move df-priority to rt-priority
           move df-seq-check to rt-seq-check
           move df-stream-route to rt-stream-route
           move df-classified to rt-classified
           move spaces to rt-pred-link.

      *    one transaction-form request (TRANSIN, standing, or
      *    deferred) against the night's RSLTMST row.
       replay-request.
           add 1 to ws-ty-read(ws-ty-idx)
           perform fetch-night-result
           if not ws-night-found
               add 1 to ws-ty-no-result(ws-ty-idx)
           else
               move ws-current-source to hw-source
               move rt-key to hw-req-key
               perform fetch-work-row
               perform judge-night-gate
               if ws-gated
                   add 1 to ws-ty-gated(ws-ty-idx)
               else
                   perform prepare-replay-input
                   evaluate true
                       when ws-unreplayable
                           add 1 to ws-ty-chained(ws-ty-idx)
                       when ws-changed
                           add 1 to ws-ty-changed(ws-ty-idx)
                       when other
                           perform run-shadow-request
                           perform load-night-answer
                           perform compare-answers
                           perform save-work-row
                   end-evaluate
               end-if
           end-if.

       fetch-night-result.
           move "y" to ws-night-found-sw
           move ws-business-date to em-business-date
           move rt-key to em-req-key
           move ws-current-source to em-source
           read master-file
               invalid key
                   move "n" to ws-night-found-sw
           end-read.

      *    refused before the engine that night: the entitlement,
      *    quota, cost-center, and approval gates answer 16, and a
      *    reject row names a pattern, sensitive-data, cost-center,
      *    or chain failure.
       judge-night-gate.
           move "n" to ws-gated-sw
           if em-status = 16
               move "y" to ws-gated-sw
           end-if
           if hw-reason-known
               if hw-night-reason = 18
                   or (hw-night-reason >= 12 and hw-night-reason <= 15)
                   or (hw-night-reason >= 19 and hw-night-reason <= 20)
                   or (hw-night-reason >= 25 and hw-night-reason <= 32)
                   move "y" to ws-gated-sw
               end-if
           end-if.

      *    the input the night ran: a chained request's was its
      *    predecessor's output, recorded on RSLTMST; anything else
      *    is rebuilt the way the driver builds it and must match
      *    the stored string (masked the way the extract masked it)
      *    and count.
       prepare-replay-input.
           move "n" to ws-changed-sw ws-unreplayable-sw
           if rt-pred-key is numeric and rt-pred-key > 0
               if rt-classified-yes
                   move "y" to ws-unreplayable-sw
               else
                   move em-in-str to rt-in-str
               end-if
           else
               if rt-pattern-id not = spaces
                   perform resolve-pattern
                   if ws-pattern-status not = 00
                       move "y" to ws-changed-sw
                   end-if
               end-if
               move rt-in-str to ws-cmp-in-str
               if rt-classified-yes
                   compute ws-mask-len = function length(function
                       trim(ws-cmp-in-str))
                   if ws-mask-len > 0
                       call "repeat-mask" using ws-cmp-in-str
                           ws-mask-len
                   end-if
               end-if
               if ws-cmp-in-str not = em-in-str
                   move "y" to ws-changed-sw
               end-if
           end-if
           if rt-count is not numeric
               move 0 to rt-count
           end-if
           if rt-count not = em-count
               move "y" to ws-changed-sw
           end-if.

       resolve-pattern.
           call "repeat-pattern" using
               rt-pattern-id ws-pat-in-str ws-pat-count
               ws-pat-delimiter ws-pat-mode
               ws-business-date ws-run-id rt-user-id
               ws-pattern-status
           if ws-pattern-status = 00
               move ws-pat-in-str to rt-in-str
               if rt-count = 0 or rt-count is not numeric
                   move ws-pat-count to rt-count
               end-if
               if rt-delimiter = spaces
                   move ws-pat-delimiter to rt-delimiter
               end-if
               if rt-mode = space
                   move ws-pat-mode to rt-mode
               end-if
           end-if.

      *    the candidate's answer, with the audit suppressed and no
      *    gate called.
       run-shadow-request.
           move spaces to ws-shd-out
           if rt-mode-stream
               move rt-stream-lrecl to ws-stream-lrecl
               move rt-stream-reccount to ws-stream-reccount
               move rt-key to ws-stream-key
               call "repeat-stream" using
                   rt-in-str ws-stream-lrecl ws-stream-reccount
                   rt-encoding ws-stream-key ws-current-source
                   rt-stream-route
                   repeat-status repeat-reason ws-stream-bytes
                   ws-stream-function repeat-out-buf
               move repeat-status to ws-shd-status
               move repeat-reason to ws-shd-reason
               move 0 to ws-shd-len
               move "y" to hw-stream-sw
           else
               move rt-in-str to repeat-in-str
               move rt-count to repeat-count
               move rt-delimiter to repeat-delimiter
               move rt-mode to repeat-mode
               move rt-encoding to repeat-encoding
               move rt-engine to repeat-engine
               move rt-cost-center to repeat-cost-center
               move rt-user-id to repeat-user-id
               move ws-current-source to repeat-source
               move rt-seq-start to repeat-seq-start
               move rt-seq-width to repeat-seq-width
               move rt-seq-pos to repeat-seq-pos
               move rt-seq-check to repeat-seq-check
               move rt-classified to repeat-classified
               move rt-pattern-id to repeat-pattern-id
               move "Y" to repeat-skip-audit
               call "repeat-wrapper" using
                   repeat-in-str repeat-count repeat-delimiter
                   repeat-mode repeat-encoding repeat-engine
                   repeat-skip-audit repeat-out-buf repeat-status
                   repeat-actual-len repeat-cost-center
                   repeat-user-id repeat-source
                   repeat-seq-start repeat-seq-width repeat-seq-pos
                   repeat-reason repeat-pattern-id repeat-seq-check
                   repeat-classified
               move repeat-status to ws-shd-status
               move repeat-reason to ws-shd-reason
               if repeat-status = 00 and repeat-actual-len > 0
                   and repeat-actual-len <= 800
                   move repeat-actual-len to ws-shd-len
                   move repeat-out-buf(1:repeat-actual-len)
                       to ws-shd-out(1:repeat-actual-len)
                   if rt-classified-yes
                       move ws-shd-len to ws-mask-len
                       call "repeat-mask" using ws-shd-out
                           ws-mask-len
                   end-if
               else
                   move 0 to ws-shd-len
               end-if
           end-if.

      *    the night's stored answer; its reason is the reject row's,
      *    or none on a success.
       load-night-answer.
           move em-status to ws-night-status
           move em-len to ws-night-len
           move spaces to ws-night-out
           if em-len > 0 and em-len <= 800
               move em-out-buf(1:em-len) to ws-night-out(1:em-len)
           end-if
           perform set-night-reason.

       set-night-reason.
           move "n" to ws-night-reason-sw
           move 0 to ws-night-reason
           if hw-reason-known
               move "y" to ws-night-reason-sw
               move hw-night-reason to ws-night-reason
           else
               if ws-night-status = 00
                   move "y" to ws-night-reason-sw
               end-if
           end-if.

       compare-answers.
           move "y" to hw-replay-sw
           move "n" to hw-diff-status-sw hw-diff-reason-sw
               hw-diff-len-sw hw-diff-out-sw
           move 0 to hw-diff-pos
           move ws-night-status to hw-night-status
           move ws-night-len to hw-night-len
           move ws-shd-status to hw-shadow-status
           move ws-shd-reason to hw-shadow-reason
           move ws-shd-len to hw-shadow-len
           if ws-night-status not = ws-shd-status
               move "y" to hw-diff-status-sw
           end-if
           if ws-night-reason-known
               and ws-night-reason not = ws-shd-reason
               move "y" to hw-diff-reason-sw
           end-if
           if ws-night-len not = ws-shd-len
               move "y" to hw-diff-len-sw
           end-if
           if ws-night-status = 00 and ws-shd-status = 00
               move ws-night-len to ws-cmp-len
               if ws-shd-len > ws-cmp-len
                   move ws-shd-len to ws-cmp-len
               end-if
               perform varying ws-byte-idx from 1 by 1
                   until ws-byte-idx > ws-cmp-len or hw-diff-out
                   if ws-night-out(ws-byte-idx:1)
                       not = ws-shd-out(ws-byte-idx:1)
                       move "y" to hw-diff-out-sw
                       move ws-byte-idx to hw-diff-pos
                   end-if
               end-perform
           end-if.

       replay-compose-pass.
           move ws-comp-source to ws-current-source
           move 4 to ws-ty-idx
           open input compose-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read compose-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       perform replay-compose-request
               end-read
           end-perform
           close compose-file.

      *    a chained compose request's segments were filled from its
      *    predecessor's output, which the night's files do not keep.
       replay-compose-request.
           add 1 to ws-ty-read(4)
           move ws-comp-source to hw-source
           move cp-key to hw-req-key
           perform fetch-work-row
           evaluate true
               when not hw-comp-found
                   add 1 to ws-ty-no-result(4)
               when cp-pred-key is numeric and cp-pred-key > 0
                   add 1 to ws-ty-chained(4)
               when hw-comp-dup
                   add 1 to ws-ty-changed(4)
               when hw-night-status = 16
                   add 1 to ws-ty-gated(4)
               when other
                   perform run-shadow-compose
                   move hw-night-status to ws-night-status
                   move hw-night-len to ws-night-len
                   move hw-night-out to ws-night-out
                   perform set-night-reason
                   perform compare-answers
                   perform save-work-row
           end-evaluate.

      *    segments through the candidate and spliced, as the
      *    driver's compose pass does.
       run-shadow-compose.
           move spaces to ws-composed-buf
           move 0 to ws-composed-len
           move 00 to ws-composed-status
           move 00 to ws-composed-reason
           if cp-seg-count is not numeric
               or cp-seg-count = 0 or cp-seg-count > 5
               move 12 to ws-composed-status
           else
               perform build-compose-segment
                   varying ws-comp-seg-idx from 1 by 1
                   until ws-comp-seg-idx > cp-seg-count
                       or ws-composed-status not = 00
           end-if
           move spaces to ws-shd-out
           move ws-composed-status to ws-shd-status
           move ws-composed-reason to ws-shd-reason
           if ws-composed-status = 00
               move ws-composed-len to ws-shd-len
               move ws-composed-buf to ws-shd-out
           else
               move 0 to ws-shd-len
           end-if.

       build-compose-segment.
           move cs-in-str(ws-comp-seg-idx) to ws-seg-in-str
           move cs-count(ws-comp-seg-idx) to ws-seg-count
           move cs-delimiter(ws-comp-seg-idx) to ws-seg-delimiter
           move cs-mode(ws-comp-seg-idx) to ws-seg-mode
           if cs-pattern-id(ws-comp-seg-idx) not = spaces
               call "repeat-pattern" using
                   cs-pattern-id(ws-comp-seg-idx) ws-pat-in-str
                   ws-pat-count ws-pat-delimiter ws-pat-mode
                   ws-business-date ws-run-id cp-user-id
                   ws-pattern-status
               if ws-pattern-status not = 00
                   move 12 to ws-composed-status
                   move 18 to ws-composed-reason
               else
                   move ws-pat-in-str to ws-seg-in-str
                   if ws-seg-count = 0 or ws-seg-count is not numeric
                       move ws-pat-count to ws-seg-count
                   end-if
                   if ws-seg-delimiter = spaces
                       move ws-pat-delimiter to ws-seg-delimiter
                   end-if
                   if ws-seg-mode = space
                       move ws-pat-mode to ws-seg-mode
                   end-if
               end-if
           end-if
           if ws-composed-status = 00
               perform run-compose-segment
           end-if.

       run-compose-segment.
           move ws-seg-in-str to repeat-in-str
           move ws-seg-count to repeat-count
           move ws-seg-delimiter to repeat-delimiter
           move ws-seg-mode to repeat-mode
           move cp-encoding to repeat-encoding
           move cp-engine to repeat-engine
           move cp-cost-center to repeat-cost-center
           move cp-user-id to repeat-user-id
           move ws-comp-source to repeat-source
           move zeros to repeat-seq-start
           move zeros to repeat-seq-width
           move zeros to repeat-seq-pos
           move space to repeat-seq-check
           move spaces to repeat-pattern-id
           move "Y" to repeat-skip-audit
           call "repeat-wrapper" using
               repeat-in-str repeat-count repeat-delimiter
               repeat-mode repeat-encoding repeat-engine
               repeat-skip-audit repeat-out-buf repeat-status
               repeat-actual-len repeat-cost-center
               repeat-user-id repeat-source
               repeat-seq-start repeat-seq-width repeat-seq-pos
               repeat-reason repeat-pattern-id repeat-seq-check
               repeat-classified
           if repeat-status not = 00
               move repeat-status to ws-composed-status
               move repeat-reason to ws-composed-reason
           else
               if ws-composed-len + repeat-actual-len
                   > repeat-max-out-len
                   move 08 to ws-composed-status
                   move 05 to ws-composed-reason
               else
                   move repeat-out-buf(1:repeat-actual-len) to
                       ws-composed-buf(ws-composed-len + 1 :
                           repeat-actual-len)
                   add repeat-actual-len to ws-composed-len
               end-if
           end-if.

      *    one side's stream output, directory row by directory row
      *    in the order written -- the order the requests landed on
      *    their datasets. The night's rows are those inside its run
      *    window; the candidate's datasets are new to this step.
       load-stream-side.
           move "STREAMOU" to ws-ds-name(1)
           move "STREAMO1" to ws-ds-name(2)
           move "STREAMO2" to ws-ds-name(3)
           move "STREAMO3" to ws-ds-name(4)
           move "STREAMO4" to ws-ds-name(5)
           perform varying ws-ds-idx from 1 by 1 until ws-ds-idx > 5
               move "n" to ws-ds-eof-sw(ws-ds-idx)
           end-perform
           if ws-side-night
               open input night-dir-file night0-file night1-file
                   night2-file night3-file night4-file
           else
               open input shadow-dir-file shadow0-file shadow1-file
                   shadow2-file shadow3-file shadow4-file
           end-if
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               perform read-directory-row
               if not ws-file-eof
                   perform post-directory-row
               end-if
           end-perform
           if ws-side-night
               close night-dir-file night0-file night1-file
                   night2-file night3-file night4-file
           else
               close shadow-dir-file shadow0-file shadow1-file
                   shadow2-file shadow3-file shadow4-file
           end-if.

       read-directory-row.
           if ws-side-night
               read night-dir-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       move sd-key to ws-dir-key
                       move sd-source to ws-dir-source
                       move sd-dd-name to ws-dir-dd-name
                       move sd-lrecl to ws-dir-lrecl
                       move sd-reccount to ws-dir-reccount
               end-read
           else
               read shadow-dir-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       move xd-key to ws-dir-key
                       move xd-source to ws-dir-source
                       move xd-dd-name to ws-dir-dd-name
                       move xd-lrecl to ws-dir-lrecl
                       move xd-reccount to ws-dir-reccount
               end-read
           end-if.

      *    a night row outside the window belongs to another night
      *    and its records are not on this night's datasets.
       post-directory-row.
           if ws-side-night
               and (sd-written-date < ws-window-start(1:8)
                    or sd-written-date > ws-window-end(1:8))
               add 1 to ws-other-nights
           else
               if ws-side-night
                   add 1 to ws-night-dir-rows
               else
                   add 1 to ws-shadow-dir-rows
               end-if
               perform sum-request-records
               if ws-dir-source = space
                   move "T" to hw-source
               else
                   move ws-dir-source to hw-source
               end-if
               move ws-dir-key to hw-req-key
               perform fetch-work-row
               if ws-side-night
                   move "y" to hw-ns-sw
                   move ws-dir-lrecl to hw-ns-lrecl
                   move ws-dir-count to hw-ns-count
                   move ws-dir-sum to hw-ns-sum
               else
                   move "y" to hw-ss-sw
                   move ws-dir-lrecl to hw-ss-lrecl
                   move ws-dir-count to hw-ss-count
                   move ws-dir-sum to hw-ss-sum
               end-if
               perform save-work-row
           end-if.

      *    the records the row counts, each checksummed and weighted
      *    by its place in the request; a dataset that runs out
      *    leaves the count short.
       sum-request-records.
           move 0 to ws-dir-count ws-dir-sum
           perform varying ws-ds-idx from 1 by 1
               until ws-ds-idx > 5
                   or ws-ds-name(ws-ds-idx) = ws-dir-dd-name
               continue
           end-perform
           if ws-ds-idx <= 5
               perform varying ws-rec-idx from 1 by 1
                   until ws-rec-idx > ws-dir-reccount
                       or ws-ds-eof(ws-ds-idx)
                   perform read-stream-record
                   if ws-rec-got
                       add 1 to ws-dir-count
                       move ws-rec-len to ws-ck-len
                       call "repeat-cksum" using ws-ck-data
                           ws-ck-len ws-ck-value
                       compute ws-sum-work = function mod(
                           ws-dir-sum + ws-ck-value * ws-rec-idx,
                           999999999)
                       move ws-sum-work to ws-dir-sum
                   end-if
               end-perform
           end-if.

       read-stream-record.
           move "n" to ws-rec-got-sw
           move spaces to ws-ck-data
           if ws-side-night
               evaluate ws-ds-idx
                   when 1
                       read night0-file
                           at end
                               move "y" to ws-ds-eof-sw(1)
                           not at end
                               move ws-night0-len to ws-rec-len
                               move night0-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when 2
                       read night1-file
                           at end
                               move "y" to ws-ds-eof-sw(2)
                           not at end
                               move ws-night1-len to ws-rec-len
                               move night1-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when 3
                       read night2-file
                           at end
                               move "y" to ws-ds-eof-sw(3)
                           not at end
                               move ws-night2-len to ws-rec-len
                               move night2-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when 4
                       read night3-file
                           at end
                               move "y" to ws-ds-eof-sw(4)
                           not at end
                               move ws-night3-len to ws-rec-len
                               move night3-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when other
                       read night4-file
                           at end
                               move "y" to ws-ds-eof-sw(5)
                           not at end
                               move ws-night4-len to ws-rec-len
                               move night4-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
               end-evaluate
           else
               evaluate ws-ds-idx
                   when 1
                       read shadow0-file
                           at end
                               move "y" to ws-ds-eof-sw(1)
                           not at end
                               move ws-shadow0-len to ws-rec-len
                               move shadow0-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when 2
                       read shadow1-file
                           at end
                               move "y" to ws-ds-eof-sw(2)
                           not at end
                               move ws-shadow1-len to ws-rec-len
                               move shadow1-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when 3
                       read shadow2-file
                           at end
                               move "y" to ws-ds-eof-sw(3)
                           not at end
                               move ws-shadow2-len to ws-rec-len
                               move shadow2-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when 4
                       read shadow3-file
                           at end
                               move "y" to ws-ds-eof-sw(4)
                           not at end
                               move ws-shadow3-len to ws-rec-len
                               move shadow3-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
                   when other
                       read shadow4-file
                           at end
                               move "y" to ws-ds-eof-sw(5)
                           not at end
                               move ws-shadow4-len to ws-rec-len
                               move shadow4-in-rec(1:ws-rec-len)
                                   to ws-ck-data
                               move "y" to ws-rec-got-sw
                       end-read
               end-evaluate
           end-if.

      *    every replayed request in type and key order; a streamed
      *    one is judged on its records as well.
       list-differences.
           display "repeat-shadow: differences (night -- candidate)"
           move low-values to hw-key
           start work-file key is >= hw-key
               invalid key
                   move "y" to ws-file-eof-sw
               not invalid key
                   move "n" to ws-file-eof-sw
           end-start
           perform until ws-file-eof
               read work-file next
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       if hw-replayed
                           perform judge-replayed-row
                       end-if
               end-read
           end-perform
           if ws-not-listed > 0
               display "  ... " ws-not-listed
                   " more differing requests not listed"
           end-if.

       judge-replayed-row.
           perform set-type-idx
           add 1 to ws-ty-compared(ws-ty-idx)
           move spaces to ws-diff-tags
           move 1 to ws-tag-ptr
           if hw-diff-status
               string "STATUS " delimited by size
                   into ws-diff-tags with pointer ws-tag-ptr
           end-if
           if hw-diff-reason
               string "REASON " delimited by size
                   into ws-diff-tags with pointer ws-tag-ptr
           end-if
           if hw-diff-len
               string "LENGTH " delimited by size
                   into ws-diff-tags with pointer ws-tag-ptr
           end-if
           if hw-diff-out
               string "OUTPUT " delimited by size
                   into ws-diff-tags with pointer ws-tag-ptr
           end-if
           if hw-streamed and (hw-ns-found or hw-ss-found)
               add 1 to ws-ty-streams(ws-ty-idx)
               if hw-ns-sw not = hw-ss-sw
                   or hw-ns-lrecl not = hw-ss-lrecl
                   or hw-ns-count not = hw-ss-count
                   or hw-ns-sum not = hw-ss-sum
                   add 1 to ws-ty-strm-diff(ws-ty-idx)
                   string "STREAM " delimited by size
                       into ws-diff-tags with pointer ws-tag-ptr
               end-if
           end-if
           if ws-diff-tags = spaces
               add 1 to ws-ty-matched(ws-ty-idx)
           else
               add 1 to ws-ty-differed(ws-ty-idx)
               if ws-listed < ws-list-max
                   add 1 to ws-listed
                   perform show-difference
               else
                   add 1 to ws-not-listed
               end-if
           end-if.

       show-difference.
           display "  " hw-source " " hw-req-key "  " ws-diff-tags
           if hw-diff-status or hw-diff-reason or hw-diff-len
               if hw-reason-known or hw-night-status = 00
                   display "      status/reason/length  "
                       hw-night-status "/" hw-night-reason "/"
                       hw-night-len " -- " hw-shadow-status "/"
                       hw-shadow-reason "/" hw-shadow-len
               else
                   display "      status/reason/length  "
                       hw-night-status "/--/" hw-night-len " -- "
                       hw-shadow-status "/" hw-shadow-reason "/"
                       hw-shadow-len
               end-if
           end-if
           if hw-diff-out
               display "      output first differs at byte "
                   hw-diff-pos
           end-if
           if hw-streamed and (hw-ns-sw not = hw-ss-sw
                   or hw-ns-lrecl not = hw-ss-lrecl
                   or hw-ns-count not = hw-ss-count
                   or hw-ns-sum not = hw-ss-sum)
               display "      stream records/lrecl/sum  "
                   hw-ns-count "/" hw-ns-lrecl "/" hw-ns-sum
                   " -- " hw-ss-count "/" hw-ss-lrecl "/" hw-ss-sum
           end-if.

       show-totals.
           display "repeat-shadow: control totals for "
               ws-business-date " run " ws-run-id
           display "  night reject rows ...... " ws-rejects-read
           display "  night compose results .. " ws-comp-rows-read
           display "  night stream rows ...... " ws-night-dir-rows
           display "  other nights' rows ..... " ws-other-nights
           display "  candidate stream rows .. " ws-shadow-dir-rows
           display "  type        read no-rslt  gated changed"
               " chained compared matched  differ"
           perform varying ws-ty-idx from 1 by 1 until ws-ty-idx > 4
               move ws-ty-name(ws-ty-idx) to tl-name
               move ws-ty-read(ws-ty-idx) to tl-read
               move ws-ty-no-result(ws-ty-idx) to tl-no-result
               move ws-ty-gated(ws-ty-idx) to tl-gated
               move ws-ty-changed(ws-ty-idx) to tl-changed
               move ws-ty-chained(ws-ty-idx) to tl-chained
               move ws-ty-compared(ws-ty-idx) to tl-compared
               move ws-ty-matched(ws-ty-idx) to tl-matched
               move ws-ty-differed(ws-ty-idx) to tl-differed
               display ws-type-line
               if ws-ty-streams(ws-ty-idx) > 0
                   display "    streamed outputs compared "
                       ws-ty-streams(ws-ty-idx) ", differing "
                       ws-ty-strm-diff(ws-ty-idx)
               end-if
               add ws-ty-read(ws-ty-idx) to ws-tot-read
               add ws-ty-compared(ws-ty-idx) to ws-tot-compared
               add ws-ty-differed(ws-ty-idx) to ws-tot-differed
           end-perform
           display "repeat-shadow: candidate " ws-candidate
           evaluate true
               when ws-tot-compared = 0
                   display "repeat-shadow: NO-GO -- none of the "
                       ws-tot-read " requests read could be compared"
                   move 8 to return-code
               when ws-tot-differed > 0
                   display "repeat-shadow: NO-GO -- "
                       ws-tot-differed " of " ws-tot-compared
                       " requests compared differ from production"
                   move 8 to return-code
               when other
                   display "repeat-shadow: GO -- all "
                       ws-tot-compared " requests compared match "
                       "production"
           end-evaluate
           display "  change board sign-off ____________________  "
               "date ________".

       end program repeat-shadow.
