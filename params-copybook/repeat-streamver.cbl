       identification division.
       program-id. repeat-streamver.

      ******************************************************************
      *    Independent post-run content verifier for streamed output
      *    (mode "S"), the counterpart of REPEAT-VERIFY: a streamed
      *    request never passes through RR-OUT-BUF, so its records on
      *    STREAMOUT and STREAMO1-STREAMO4 are checked here instead.
      *    The night's STRDIR rows (see repeat-stream-dir-rec.cpy) --
      *    those written inside the run's window on RUNCTL, from its
      *    first "S" row to its "E" row for the business date and run
      *    identity on the card -- are walked in the order they were
      *    written, which is the order the requests landed on their
      *    datasets. For each one the request's records are read from
      *    the dataset SD-DD-NAME names and:
      *      SHORT      fewer records than the request asked for --
      *                 the dataset ran out, or the directory row
      *                 counts fewer than the transaction record;
      *      LONG       the directory row counts more records than
      *                 the request asked for, or records remain on a
      *                 dataset after its last directory row (charged
      *                 to the last request on it);
      *      MISROUTED  the directory row's routing name is not the
      *                 transaction's, a blank routing name did not go
      *                 to STREAMOUT, one routing name went to two
      *                 datasets, or two names shared a routed one;
      *      CORRUPTED  a record is not SD-LRECL bytes long, or its
      *                 content is not the expected record image.
      *    The image is rebuilt with this program's own logic from the
      *    transaction record -- or from the pattern literal its
      *    pattern id resolves to (REPEAT-PATTERN, as the driver
      *    resolves it, tokens expanded for the card's date and run
      *    identity) -- repeated to the record length, a double-byte
      *    input's last repetition cut on a character boundary with
      *    any open shift-out run closed, exactly as documented for
      *    REPEAT-STREAM. Rows from the standing, deferred, compose,
      *    and resubmission passes have no transaction record: their
      *    records are counted and their lengths checked, but their
      *    content is not rebuilt. Nor is a chained request's (see
      *    RT-PRED-LINK): it streams its predecessor's output, not
      *    its own string. Stream requests on TRANSIN with no
      *    directory row were refused or rejected before streaming
      *    and are counted only. Each stream dataset is expected to
      *    hold the one run's records from its first record, as a
      *    NEW dataset per run does; a parallel leg is verified on its
      *    own, with its own STRDIR and stream datasets and its own
      *    BC-RUN-ID on the card. The verdict is appended to
      *    CHECKSTAT under the run identity, for REPEAT-NIGHTSTAT.
      *    Returns 8 when any request is flagged, 16 when the run has
      *    no recorded start.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select optional run-control-file assign to runctl
               organization is line sequential.
           select trans-file assign to transin
               organization is line sequential.
           select stream-dir-file assign to strdir
               organization is line sequential.
           select optional stream-file assign to streamout
               organization is line sequential.
           select optional stream1-file assign to streamo1
               organization is line sequential.
           select optional stream2-file assign to streamo2
               organization is line sequential.
           select optional stream3-file assign to streamo3
               organization is line sequential.
           select optional stream4-file assign to streamo4
               organization is line sequential.
           select check-stat-file assign to checkstat
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  streamver-card-rec.
           05  sv-business-date   pic x(8).
           05  sv-run-id          pic x(8).

       fd  run-control-file.
       copy repeat-run-control-rec.

       fd  trans-file.
       copy repeat-trans-rec.

       fd  stream-dir-file.
       copy repeat-stream-dir-rec.

      *    the stream datasets hold records of the requested length,
      *    not padded to the 800-byte ceiling.
       fd  stream-file
           record is varying in size from 1 to 800 characters
               depending on ws-stream0-len.
       01  stream-in-rec        pic x(800).

       fd  stream1-file
           record is varying in size from 1 to 800 characters
               depending on ws-stream1-len.
       01  stream1-in-rec       pic x(800).

       fd  stream2-file
           record is varying in size from 1 to 800 characters
               depending on ws-stream2-len.
       01  stream2-in-rec       pic x(800).

       fd  stream3-file
           record is varying in size from 1 to 800 characters
               depending on ws-stream3-len.
       01  stream3-in-rec       pic x(800).

       fd  stream4-file
           record is varying in size from 1 to 800 characters
               depending on ws-stream4-len.
       01  stream4-in-rec       pic x(800).

       fd  check-stat-file.
       copy repeat-check-stat-rec.

       working-storage section.
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-file-eof-sw       pic x value "n".
           88  ws-file-eof      value "y".
       01  ws-found-sw          pic x(1).
           88  ws-found         value "y".
       01  ws-business-date     pic x(8).
       01  ws-run-id            pic x(8).
       01  ws-window-start      pic x(26).
       01  ws-window-end        pic x(26).
      *    the shared dataset's name as the eight-byte SD-DD-NAME
      *    holds it.
       01  ws-shared-dd         pic x(8) value "STREAMOU".
       01  ws-stream0-len       pic 9(4) comp-5.
       01  ws-stream1-len       pic 9(4) comp-5.
       01  ws-stream2-len       pic 9(4) comp-5.
       01  ws-stream3-len       pic 9(4) comp-5.
       01  ws-stream4-len       pic 9(4) comp-5.
      *    pattern resolution, as the driver calls it.
       01  ws-pat-in-str        pic x(80).
       01  ws-pat-count         pic 9(4).
       01  ws-pat-delimiter     pic x(10).
       01  ws-pat-mode          pic x(1).
       01  ws-pattern-status    pic 9(2) comp-5.
       01  ws-req-mode          pic x(1).
      *    the stream requests on TRANSIN, in file order.
       01  ws-req-count         pic 9(4) comp-5 value 0.
       01  ws-req-max           pic 9(4) comp-5 value 3000.
       01  ws-req-overflow      pic 9(8) comp-5 value 0.
       01  ws-req-table.
           05  ws-req occurs 3000 times.
               10  sq-key           pic 9(6).
               10  sq-in-str        pic x(80).
               10  sq-encoding      pic x(6).
               10  sq-lrecl         pic 9(4).
               10  sq-reccount      pic 9(8).
               10  sq-route         pic x(8).
               10  sq-seen-sw       pic x(1).
                   88  sq-seen      value "y".
               10  sq-chained-sw    pic x(1).
                   88  sq-chained   value "y".
       01  ws-req-idx           pic 9(4) comp-5.
       01  ws-req-hit           pic 9(4) comp-5.
      *    routing names seen on the directory and the dataset each
      *    went to.
       01  ws-route-count       pic 9(2) comp-5 value 0.
       01  ws-route-table.
           05  ws-route occurs 20 times.
               10  ws-route-name    pic x(8).
               10  ws-route-dd      pic x(8).
       01  ws-route-idx         pic 9(2) comp-5.
      *    per-dataset state: exhausted switch, records read, and the
      *    last request read from it.
       01  ws-ds-table.
           05  ws-ds occurs 5 times.
               10  ws-ds-name       pic x(8).
               10  ws-ds-eof-sw     pic x(1).
                   88  ws-ds-eof    value "y".
               10  ws-ds-records    pic 9(8) comp-5.
               10  ws-ds-last-key   pic 9(6).
               10  ws-ds-extra      pic 9(8) comp-5.
       01  ws-ds-idx            pic 9(1) comp-5.
       01  ws-rec-buf           pic x(800).
       01  ws-rec-len           pic 9(4) comp-5.
       01  ws-rec-idx           pic 9(8) comp-5.
      *    the request in hand.
       01  ws-exp-count         pic 9(8) comp-5.
       01  ws-exp-lrecl         pic 9(4) comp-5.
       01  ws-exp-image         pic x(800).
       01  ws-image-sw          pic x(1).
           88  ws-image-built   value "y".
       01  ws-short-sw          pic x(1).
           88  ws-is-short      value "y".
       01  ws-long-sw           pic x(1).
           88  ws-is-long       value "y".
       01  ws-misrouted-sw      pic x(1).
           88  ws-is-misrouted  value "y".
       01  ws-corrupted-sw      pic x(1).
           88  ws-is-corrupted  value "y".
       01  ws-bad-length        pic 9(8) comp-5.
       01  ws-bad-content       pic 9(8) comp-5.
       01  ws-missing-recs      pic 9(8) comp-5.
      *    image reconstruction and the double-byte walk -- the
      *    shift-code rules of the stream engine, computed here with
      *    this program's own arithmetic.
       01  ws-in-len            pic 9(4) comp-5.
       01  ws-offset            pic 9(4) comp-5.
       01  ws-chunk-len         pic 9(4) comp-5.
       01  ws-byte-idx          pic 9(4) comp-5.
       01  ws-in-run-sw         pic x(1).
           88  ws-in-run        value "y".
       01  ws-run-bytes         pic 9(4) comp-5.
       01  ws-safe-len          pic 9(4) comp-5.
       01  ws-safe-si-sw        pic x(1).
           88  ws-safe-si       value "y".
       01  ws-dbcs-bad-sw       pic x(1).
           88  ws-dbcs-bad      value "y".
       01  ws-so                pic x(1) value x"0e".
       01  ws-si                pic x(1) value x"0f".
      *    control totals.
       01  ws-dir-rows          pic 9(8) comp-5 value 0.
       01  ws-dir-other-nights  pic 9(8) comp-5 value 0.
       01  ws-verified          pic 9(8) comp-5 value 0.
       01  ws-not-rebuilt       pic 9(8) comp-5 value 0.
       01  ws-short-count       pic 9(8) comp-5 value 0.
       01  ws-long-count        pic 9(8) comp-5 value 0.
       01  ws-misrouted-count   pic 9(8) comp-5 value 0.
       01  ws-corrupted-count   pic 9(8) comp-5 value 0.
       01  ws-flagged-count     pic 9(8) comp-5 value 0.
       01  ws-no-dir-count      pic 9(8) comp-5 value 0.
       01  ws-records-read      pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           perform read-control-card
           perform load-run-window
           if ws-window-start = spaces
               display "repeat-streamver: no run recorded for "
                   ws-run-id " on business date " ws-business-date
                   " -- nothing to verify against"
               move 16 to return-code
               goback
           end-if
           perform load-stream-requests
           move ws-shared-dd to ws-ds-name(1)
           move "STREAMO1" to ws-ds-name(2)
           move "STREAMO2" to ws-ds-name(3)
           move "STREAMO3" to ws-ds-name(4)
           move "STREAMO4" to ws-ds-name(5)
           perform varying ws-ds-idx from 1 by 1 until ws-ds-idx > 5
               move "n" to ws-ds-eof-sw(ws-ds-idx)
               move 0 to ws-ds-records(ws-ds-idx)
               move 0 to ws-ds-last-key(ws-ds-idx)
               move 0 to ws-ds-extra(ws-ds-idx)
           end-perform
           open input stream-file stream1-file stream2-file
               stream3-file stream4-file
           open input stream-dir-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read stream-dir-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       if sd-written-date >= ws-window-start(1:8)
                           and sd-written-date <= ws-window-end(1:8)
                           perform verify-directory-row
                       else
                           add 1 to ws-dir-other-nights
                       end-if
               end-read
           end-perform
           close stream-dir-file
           perform varying ws-ds-idx from 1 by 1 until ws-ds-idx > 5
               perform check-dataset-leftover
           end-perform
           close stream-file stream1-file stream2-file stream3-file
               stream4-file
           perform varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-count
               if not sq-seen(ws-req-idx)
                   add 1 to ws-no-dir-count
               end-if
           end-perform
           display "repeat-streamver: control totals for "
               ws-business-date " run " ws-run-id
           display "  stream requests on file  " ws-req-count
           display "  requests not held ...... " ws-req-overflow
           display "  directory rows checked . " ws-dir-rows
           display "  other nights' rows ..... " ws-dir-other-nights
           display "  stream records read .... " ws-records-read
           display "  requests verified ...... " ws-verified
           display "  content not rebuilt .... " ws-not-rebuilt
           display "  no directory row ....... " ws-no-dir-count
           display "  short .................. " ws-short-count
           display "  long ................... " ws-long-count
           display "  misrouted .............. " ws-misrouted-count
           display "  corrupted .............. " ws-corrupted-count
           if ws-flagged-count > 0
               display "repeat-streamver: STREAM OUTPUT DISAGREES -- "
                   "hold the downstream hand-off"
               move 8 to return-code
           end-if
           perform write-check-stat
           goback.

       read-control-card.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           if ws-control-eof or sv-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move sv-business-date to ws-business-date
           end-if
           if ws-control-eof or sv-run-id = spaces
               move "REPTBATC" to ws-run-id
           else
               move sv-run-id to ws-run-id
           end-if
           close control-card.

      *    the run's first start (a restart adds another "S" row) and
      *    its end; a run that has not ended is verified up to now.
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

      *    every TRANSIN request that streams: mode "S" on the record,
      *    or a blank mode its pattern fills with "S". A pattern id
      *    supplies the literal, as the driver resolves it -- except
      *    on a chained request, whose predecessor's output replaces
      *    both string and pattern id.
       load-stream-requests.
           open input trans-file
           move "n" to ws-file-eof-sw
           perform until ws-file-eof
               read trans-file
                   at end
                       move "y" to ws-file-eof-sw
                   not at end
                       perform hold-stream-request
               end-read
           end-perform
           close trans-file.

       hold-stream-request.
           move rt-mode to ws-req-mode
           move 00 to ws-pattern-status
           if rt-pattern-id not = spaces
               and (rt-mode-stream or rt-mode = space)
               and not (rt-pred-key is numeric and rt-pred-key > 0)
               call "repeat-pattern" using
                   rt-pattern-id ws-pat-in-str ws-pat-count
                   ws-pat-delimiter ws-pat-mode
                   ws-business-date ws-run-id rt-user-id
                   ws-pattern-status
               if ws-pattern-status = 00
                   move ws-pat-in-str to rt-in-str
                   if rt-mode = space
                       move ws-pat-mode to ws-req-mode
                   end-if
               end-if
           end-if
           if ws-req-mode = "S" and ws-pattern-status = 00
               if ws-req-count < ws-req-max
                   add 1 to ws-req-count
                   move rt-key to sq-key(ws-req-count)
                   move rt-in-str to sq-in-str(ws-req-count)
                   move rt-encoding to sq-encoding(ws-req-count)
                   move rt-stream-lrecl to sq-lrecl(ws-req-count)
                   move rt-stream-reccount
                       to sq-reccount(ws-req-count)
                   move rt-stream-route to sq-route(ws-req-count)
                   move "n" to sq-seen-sw(ws-req-count)
                   if rt-pred-key is numeric and rt-pred-key > 0
                       move "y" to sq-chained-sw(ws-req-count)
                   else
                       move "n" to sq-chained-sw(ws-req-count)
                   end-if
               else
                   add 1 to ws-req-overflow
               end-if
           end-if.

       verify-directory-row.
           add 1 to ws-dir-rows
           move "n" to ws-short-sw ws-long-sw ws-misrouted-sw
               ws-corrupted-sw ws-image-sw
           move 0 to ws-bad-length ws-bad-content ws-missing-recs
           move 0 to ws-req-hit
           if sd-source = "T" or sd-source = space
               perform find-request
           end-if
           perform check-route
           move sd-reccount to ws-exp-count
           move sd-lrecl to ws-exp-lrecl
           if ws-req-hit > 0
               move "y" to sq-seen-sw(ws-req-hit)
               if sq-reccount(ws-req-hit) < sd-reccount
                   move "y" to ws-long-sw
               end-if
               if sq-reccount(ws-req-hit) > sd-reccount
                   move "y" to ws-short-sw
               end-if
               if sq-lrecl(ws-req-hit) not = sd-lrecl
                   move "y" to ws-corrupted-sw
               end-if
               move sq-lrecl(ws-req-hit) to ws-exp-lrecl
               if sq-chained(ws-req-hit)
                   move spaces to ws-exp-image
                   add 1 to ws-not-rebuilt
               else
                   perform build-expected-image
               end-if
           else
               add 1 to ws-not-rebuilt
           end-if
           perform locate-dataset
           if ws-ds-idx > 5
               move "y" to ws-misrouted-sw
           else
               perform read-request-records
           end-if
           perform report-request.

      *    a linear walk -- the table is in TRANSIN order, which is
      *    not the directory's priority-class order.
       find-request.
           move "n" to ws-found-sw
           perform varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-count or ws-found
               if sq-key(ws-req-idx) = sd-key
                   move "y" to ws-found-sw
                   move ws-req-idx to ws-req-hit
               end-if
           end-perform.

      *    routing rules of the stream engine: a blank routing name
      *    lands on STREAMOUT; a name keeps the dataset it was first
      *    given and no two names share a routed dataset (a name past
      *    the fourth falls back to STREAMOUT). A checkpoint restart
      *    deals the routed datasets afresh, so a night restarted
      *    part-way with several routing names may report routing
      *    here that the restarted run chose legitimately -- check
      *    the console notes of both runs before rerouting.
       check-route.
           if ws-req-hit > 0
               if sd-route not = sq-route(ws-req-hit)
                   move "y" to ws-misrouted-sw
               end-if
           end-if
           if sd-route = spaces
               if sd-dd-name not = ws-shared-dd
                   move "y" to ws-misrouted-sw
               end-if
           else
               move "n" to ws-found-sw
               perform varying ws-route-idx from 1 by 1
                   until ws-route-idx > ws-route-count or ws-found
                   if ws-route-name(ws-route-idx) = sd-route
                       move "y" to ws-found-sw
                       if ws-route-dd(ws-route-idx) not = sd-dd-name
                           move "y" to ws-misrouted-sw
                       end-if
                   else
                       if ws-route-dd(ws-route-idx) = sd-dd-name
                           and sd-dd-name not = ws-shared-dd
                           move "y" to ws-misrouted-sw
                       end-if
                   end-if
               end-perform
               if not ws-found and ws-route-count < 20
                   add 1 to ws-route-count
                   move sd-route to ws-route-name(ws-route-count)
                   move sd-dd-name to ws-route-dd(ws-route-count)
               end-if
           end-if.

       locate-dataset.
           perform varying ws-ds-idx from 1 by 1
               until ws-ds-idx > 5
                   or ws-ds-name(ws-ds-idx) = sd-dd-name
               continue
           end-perform.

      *    the request's records are the next ones on its dataset:
      *    each must be the expected length and, where the image
      *    could be rebuilt, the expected content.
       read-request-records.
           move sd-key to ws-ds-last-key(ws-ds-idx)
           perform varying ws-rec-idx from 1 by 1
               until ws-rec-idx > ws-exp-count
                   or ws-ds-eof(ws-ds-idx)
               perform read-dataset-record
               if ws-ds-eof(ws-ds-idx)
                   compute ws-missing-recs =
                       ws-exp-count - ws-rec-idx + 1
                   move "y" to ws-short-sw
               else
      *    a line-sequential dataset drops a record's trailing
      *    blanks, so a record read back short by blanks the image
      *    ends with is the full record.
                   if ws-rec-len < ws-exp-lrecl
                       and ws-exp-image(ws-rec-len + 1 :
                           ws-exp-lrecl - ws-rec-len) = spaces
                       move ws-exp-lrecl to ws-rec-len
                   end-if
                   if ws-rec-len not = ws-exp-lrecl
                       add 1 to ws-bad-length
                       move "y" to ws-corrupted-sw
                   else
                       if ws-image-built
                           and ws-rec-buf(1:ws-rec-len) not =
                               ws-exp-image(1:ws-rec-len)
                           add 1 to ws-bad-content
                           move "y" to ws-corrupted-sw
                       end-if
                   end-if
               end-if
           end-perform.

       read-dataset-record.
           move spaces to ws-rec-buf
           evaluate ws-ds-idx
               when 1
                   read stream-file into ws-rec-buf
                       at end
                           move "y" to ws-ds-eof-sw(1)
                       not at end
                           move ws-stream0-len to ws-rec-len
                   end-read
               when 2
                   read stream1-file into ws-rec-buf
                       at end
                           move "y" to ws-ds-eof-sw(2)
                       not at end
                           move ws-stream1-len to ws-rec-len
                   end-read
               when 3
                   read stream2-file into ws-rec-buf
                       at end
                           move "y" to ws-ds-eof-sw(3)
                       not at end
                           move ws-stream2-len to ws-rec-len
                   end-read
               when 4
                   read stream3-file into ws-rec-buf
                       at end
                           move "y" to ws-ds-eof-sw(4)
                       not at end
                           move ws-stream3-len to ws-rec-len
                   end-read
               when other
                   read stream4-file into ws-rec-buf
                       at end
                           move "y" to ws-ds-eof-sw(5)
                       not at end
                           move ws-stream4-len to ws-rec-len
                   end-read
           end-evaluate
           if not ws-ds-eof(ws-ds-idx)
               add 1 to ws-ds-records(ws-ds-idx)
               add 1 to ws-records-read
           end-if.

      *    records past the last directory row on a dataset belong to
      *    no request the directory knows of.
       check-dataset-leftover.
           perform until ws-ds-eof(ws-ds-idx)
               perform read-dataset-record
               if not ws-ds-eof(ws-ds-idx)
                   add 1 to ws-ds-extra(ws-ds-idx)
               end-if
           end-perform
           if ws-ds-extra(ws-ds-idx) > 0
               display "repeat-streamver: key "
                   ws-ds-last-key(ws-ds-idx) " LONG -- "
                   ws-ds-extra(ws-ds-idx) " record(s) on "
                   ws-ds-name(ws-ds-idx)
                   " past the last directory row"
               add 1 to ws-long-count
               add 1 to ws-flagged-count
           end-if.

      *    Independent reconstruction of the stream record: the
      *    80-byte input (its full length, as the engine measures
      *    it) repeated to the record length, space-padded; for
      *    double-byte input the partial last repetition keeps only
      *    the bytes up to the last character boundary that leaves
      *    room for a closing shift-in when the cut is inside a run.
       build-expected-image.
           move spaces to ws-exp-image
           move 80 to ws-in-len
           move "n" to ws-dbcs-bad-sw
           if sq-encoding(ws-req-hit) = "DBCS  "
               perform check-dbcs-balance
           end-if
           if ws-dbcs-bad or ws-exp-lrecl = 0 or ws-exp-lrecl > 800
               add 1 to ws-not-rebuilt
               move "y" to ws-corrupted-sw
           else
               move "y" to ws-image-sw
               move 1 to ws-offset
               perform until ws-offset > ws-exp-lrecl
                   compute ws-chunk-len = ws-exp-lrecl - ws-offset + 1
                   if ws-chunk-len > ws-in-len
                       move ws-in-len to ws-chunk-len
                   end-if
                   if sq-encoding(ws-req-hit) = "DBCS  "
                       and ws-chunk-len < ws-in-len
                       perform dbcs-cut-length
                       if ws-safe-len > 0
                           move sq-in-str(ws-req-hit)(1:ws-safe-len)
                               to ws-exp-image(ws-offset:ws-safe-len)
                           add ws-safe-len to ws-offset
                       end-if
                       if ws-safe-si
                           move ws-si to ws-exp-image(ws-offset:1)
                       end-if
                       compute ws-offset = ws-exp-lrecl + 1
                   else
                       move sq-in-str(ws-req-hit)(1:ws-chunk-len)
                           to ws-exp-image(ws-offset:ws-chunk-len)
                       add ws-chunk-len to ws-offset
                   end-if
               end-perform
               add 1 to ws-verified
           end-if.

      *    an unbalanced double-byte literal never streams -- a
      *    directory row for one means the engine let it through.
       check-dbcs-balance.
           move "n" to ws-in-run-sw
           move 0 to ws-run-bytes
           perform varying ws-byte-idx from 1 by 1
               until ws-byte-idx > 80 or ws-dbcs-bad
               evaluate true
                   when sq-in-str(ws-req-hit)(ws-byte-idx:1) = ws-so
                       if ws-in-run
                           move "y" to ws-dbcs-bad-sw
                       end-if
                       move "y" to ws-in-run-sw
                       move 0 to ws-run-bytes
                   when sq-in-str(ws-req-hit)(ws-byte-idx:1) = ws-si
                       if not ws-in-run
                           or function mod(ws-run-bytes, 2) not = 0
                           move "y" to ws-dbcs-bad-sw
                       end-if
                       move "n" to ws-in-run-sw
                   when other
                       if ws-in-run
                           add 1 to ws-run-bytes
                       end-if
               end-evaluate
           end-perform
           if ws-in-run
               move "y" to ws-dbcs-bad-sw
           end-if.

      *    the longest leading piece within WS-CHUNK-LEN bytes that
      *    ends outside a run, or inside one on an even byte count
      *    with a byte to spare for the shift-in.
       dbcs-cut-length.
           move "n" to ws-in-run-sw
           move 0 to ws-run-bytes
           move 0 to ws-safe-len
           move "n" to ws-safe-si-sw
           perform varying ws-byte-idx from 1 by 1
               until ws-byte-idx > ws-chunk-len
               evaluate true
                   when sq-in-str(ws-req-hit)(ws-byte-idx:1) = ws-so
                       move "y" to ws-in-run-sw
                       move 0 to ws-run-bytes
                   when sq-in-str(ws-req-hit)(ws-byte-idx:1) = ws-si
                       move "n" to ws-in-run-sw
                   when other
                       if ws-in-run
                           add 1 to ws-run-bytes
                       end-if
               end-evaluate
               if ws-in-run
                   if sq-in-str(ws-req-hit)(ws-byte-idx:1) not = ws-so
                       and function mod(ws-run-bytes, 2) = 0
                       and ws-byte-idx < ws-chunk-len
                       move ws-byte-idx to ws-safe-len
                       move "y" to ws-safe-si-sw
                   end-if
               else
                   move ws-byte-idx to ws-safe-len
                   move "n" to ws-safe-si-sw
               end-if
           end-perform.

       report-request.
           if ws-is-short or ws-is-long or ws-is-misrouted
               or ws-is-corrupted
               add 1 to ws-flagged-count
               display "repeat-streamver: key " sd-key " source "
                   sd-source " on " sd-dd-name " route " sd-route
           end-if
           if ws-is-short
               add 1 to ws-short-count
               display "    SHORT -- directory count " sd-reccount
                   ", records missing " ws-missing-recs
           end-if
           if ws-is-long
               add 1 to ws-long-count
               display "    LONG -- directory count " sd-reccount
                   " exceeds the request's count"
           end-if
           if ws-is-misrouted
               add 1 to ws-misrouted-count
               display "    MISROUTED -- routing name or dataset "
                   "does not match the request"
           end-if
           if ws-is-corrupted
               add 1 to ws-corrupted-count
               display "    CORRUPTED -- " ws-bad-length
                   " record(s) of the wrong length, " ws-bad-content
                   " with the wrong content (record length "
                   sd-lrecl ")"
           end-if.

      *    the verdict lands on CHECKSTAT under the run identity, so
      *    a parallel night's legs each leave their own.
       write-check-stat.
           open extend check-stat-file
           move "REPEAT-STREAMVER" to cs-job
           move ws-business-date to cs-business-date
           if ws-flagged-count > 0
               move "FAIL" to cs-result
           else
               move "PASS" to cs-result
           end-if
           move function current-date to cs-timestamp
           move ws-run-id to cs-run-id
           write repeat-check-stat-rec
           close check-stat-file.
       end program repeat-streamver.
