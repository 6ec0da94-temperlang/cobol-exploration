       identification division.
       program-id. reptmon.

      ******************************************************************
      *    Batch-run monitor for the night shift (transaction RPTB,
      *    mapset REPTBSET/REPTBMAP -- see reptbmap.bms): "how far
      *    along is REPEAT-BATCH and will it make the window" on one
      *    screen, instead of browsing RUNCTL, the checkpoint dataset,
      *    STATSOUT, and the job log. For each run identity -- the
      *    single stream REPTBATC and the parallel legs REPTBTC1 to
      *    REPTBTC4 -- the RUNMON row the driver keeps (see
      *    repeat-run-monitor-rec.cpy) shows:
      *      - the business date, start time, state, and pass in
      *        flight (transaction, standing, deferred, numeric,
      *        compose, resubmission);
      *      - the last checkpoint's key, record count, and time;
      *      - records per second up to the last checkpoint, against
      *        the historical rate REPEAT-FORECAST took from the
      *        run-stats history REPTPERF reports on;
      *      - the projected end time at that rate for the records
      *        the forecast expects (the transaction file's size
      *        when there is no forecast for the night), against the
      *        end time the forecast predicted.
      *    A running identity that has not checkpointed for longer
      *    than the threshold keyed on the screen (15 minutes when
      *    blank) is flagged STALE and its lines shown bright, so a
      *    hung leg is noticed in minutes, not at 6 AM. Inquiry only;
      *    press ENTER to refresh.
      ******************************************************************

       environment division.
       data division.
       working-storage section.
       copy repeat-run-monitor-rec.
       copy reptbmap.
       01  ws-resp              pic s9(8) comp.
       01  ws-stale-mins        pic 9(3).
       01  ws-run-ids           pic x(40)
               value "REPTBATCREPTBTC1REPTBTC2REPTBTC3REPTBTC4".
       01  ws-run-idx           pic 9(4) comp-5.
       01  ws-line-idx          pic 9(4) comp-5.
       01  ws-now-ts            pic x(26).
      *    a timestamp's absolute seconds -- the integer date times a
      *    day's seconds plus the time of day -- so a run that
      *    crosses midnight still subtracts correctly.
       01  ws-ts-work           pic x(26).
       01  ws-ts-parts redefines ws-ts-work.
           05  tw-date          pic 9(8).
           05  tw-hh            pic 9(2).
           05  tw-mm            pic 9(2).
           05  tw-ss            pic 9(2).
           05  filler           pic x(12).
       01  ws-ts-secs           pic 9(12) comp-5.
       01  ws-ts-valid-sw       pic x(1).
           88  ws-ts-valid      value "y".
       01  ws-now-secs          pic 9(12) comp-5.
       01  ws-start-secs        pic 9(12) comp-5.
       01  ws-chkpt-secs        pic 9(12) comp-5.
       01  ws-proj-secs         pic 9(12) comp-5.
       01  ws-fcst-secs         pic 9(12) comp-5.
       01  ws-run-secs          pic 9(12) comp-5.
       01  ws-quiet-secs        pic 9(12) comp-5.
       01  ws-late-mins         pic 9(8) comp-5.
       01  ws-late-edit         pic zzzz9.
       01  ws-expected          pic 9(8) comp-5.
       01  ws-rate              pic 9(6)v99 comp-3.
       01  ws-rate-edit         pic zzzzz9.
       01  ws-count-edit        pic zzzzzzz9.
       01  ws-chkpts-edit       pic zzzzz9.
       01  ws-stale-edit        pic zz9.
       01  ws-fc-for-run-sw     pic x(1).
           88  ws-fc-for-run    value "y".
       01  ws-have-proj-sw      pic x(1).
           88  ws-have-proj     value "y".
       01  ws-have-fcst-sw      pic x(1).
           88  ws-have-fcst     value "y".
       01  ws-clock-secs        pic 9(8) comp-5.
       01  ws-clock-text.
           05  ck-hh            pic 9(2).
           05  filler           pic x(1) value ":".
           05  ck-mm            pic 9(2).
       01  ws-time-text.
           05  tt-hh            pic x(2).
           05  filler           pic x(1) value ":".
           05  tt-mm            pic x(2).
           05  filler           pic x(1) value ":".
           05  tt-ss            pic x(2).
       01  ws-running-count     pic 9(2).
       01  ws-stale-count       pic 9(2).
       01  ws-behind-count      pic 9(2).
       01  ws-line-a.
           05  la-job           pic x(8).
           05  filler           pic x(1) value space.
           05  la-date          pic x(8).
           05  filler           pic x(1) value space.
           05  la-start         pic x(8).
           05  filler           pic x(1) value space.
           05  la-state         pic x(9).
           05  filler           pic x(1) value space.
           05  la-pass          pic x(9).
           05  filler           pic x(1) value space.
           05  la-last-key      pic x(6).
           05  filler           pic x(3) value spaces.
           05  la-records       pic x(8).
           05  filler           pic x(1) value space.
           05  la-chkpts        pic x(6).
       01  ws-line-b.
           05  filler           pic x(3) value spaces.
           05  lb-chkpt-time    pic x(8).
           05  filler           pic x(1) value space.
           05  lb-rate          pic x(6).
           05  filler           pic x(2) value spaces.
           05  lb-hist-rate     pic x(6).
           05  filler           pic x(4) value spaces.
           05  lb-proj-end      pic x(5).
           05  filler           pic x(3) value spaces.
           05  lb-fcst-end      pic x(5).
           05  filler           pic x(2) value spaces.
           05  lb-flag          pic x(34).
       01  ws-status-msg.
           05  sm-running       pic z9.
           05  filler           pic x(10) value " running, ".
           05  sm-stale         pic z9.
           05  filler           pic x(8) value " stale, ".
           05  sm-behind        pic z9.
           05  filler           pic x(38)
               value " behind forecast -- ENTER to refresh".

       linkage section.
       01  dfhcommarea          pic x(1).

       procedure division.
           exec cics handle condition
               mapfail(first-display)
               error(abend-routine)
           end-exec

           exec cics receive
               map('REPTBMAP')
               mapset('REPTBSET')
               into(reptbmapi)
           end-exec

           if bstalei is numeric and bstalei > "000"
               move bstalei to ws-stale-mins
           else
               move 15 to ws-stale-mins
           end-if
           perform build-monitor-screen
           perform send-the-map.

       first-display.
           move 15 to ws-stale-mins
           perform build-monitor-screen
           perform send-the-map.

       send-the-map.
           exec cics send
               map('REPTBMAP')
               mapset('REPTBSET')
               from(reptbmapo)
               erase
           end-exec
           exec cics return
               transid('RPTB')
               commarea(dfhcommarea)
           end-exec.

       build-monitor-screen.
           move spaces to reptbmapo
           move ws-stale-mins to ws-stale-edit
           move ws-stale-edit to bstaleo
           move function current-date to ws-now-ts
           move ws-now-ts to ws-ts-work
           perform timestamp-to-seconds
           move ws-ts-secs to ws-now-secs
           perform format-time-of-day
           move "as of" to bnowo
           move ws-now-ts(1:8) to bnowo(7:8)
           move ws-time-text to bnowo(16:8)
           move 0 to ws-running-count
           move 0 to ws-stale-count
           move 0 to ws-behind-count
           perform varying ws-run-idx from 1 by 1
               until ws-run-idx > 5
               compute ws-line-idx = (ws-run-idx * 2) - 1
               move ws-run-ids((ws-run-idx * 8) - 7:8) to mr-job-name
               exec cics read
                   file('RUNMON')
                   into(run-monitor-rec)
                   ridfld(mr-job-name)
                   resp(ws-resp)
               end-exec
               if ws-resp = dfhresp(normal)
                   perform format-run-identity
               else
                   move spaces to ws-line-a
                   move ws-run-ids((ws-run-idx * 8) - 7:8) to la-job
                   move "NOT RUN" to la-state
                   move ws-line-a to bdtlo(ws-line-idx)
               end-if
           end-perform
           move ws-running-count to sm-running
           move ws-stale-count to sm-stale
           move ws-behind-count to sm-behind
           move ws-status-msg to bmsgo.

       format-run-identity.
           move spaces to ws-line-a
           move spaces to ws-line-b
           move mr-job-name to la-job
           move mr-business-date to la-date
           evaluate true
               when mr-running
                   move "RUNNING" to la-state
                   add 1 to ws-running-count
               when mr-ended
                   move "ENDED" to la-state
               when mr-quiesced
                   move "QUIESCED" to la-state
               when other
                   move "NOT RUN" to la-state
           end-evaluate
           evaluate mr-pass
               when "T"
                   move "TRANS" to la-pass
               when "S"
                   move "STANDING" to la-pass
               when "D"
                   move "DEFERRED" to la-pass
               when "H"
                   move "APPROVED" to la-pass
               when "N"
                   move "NUMERIC" to la-pass
               when "C"
                   move "COMPOSE" to la-pass
               when "R"
                   move "RESUBMIT" to la-pass
               when "L"
                   move "CHAINED" to la-pass
           end-evaluate
           if mr-last-key is numeric
               move mr-last-key to la-last-key
           end-if
           if mr-rec-count is numeric
               move mr-rec-count to ws-count-edit
               move ws-count-edit to la-records
           else
               move 0 to mr-rec-count
           end-if
           if mr-chkpt-count is numeric
               move mr-chkpt-count to ws-chkpts-edit
               move ws-chkpts-edit to la-chkpts
           end-if
           move "n" to ws-fc-for-run-sw
           if mr-fc-business-date = mr-business-date
               and mr-fc-records is numeric
               and mr-fc-rate is numeric
               and mr-fc-elapsed-secs is numeric
               move "y" to ws-fc-for-run-sw
               if mr-fc-rate > 0
                   move mr-fc-rate to ws-rate-edit
                   move ws-rate-edit to lb-hist-rate
               end-if
           end-if
           move mr-start-ts to ws-ts-work
           perform timestamp-to-seconds
           if ws-ts-valid
               move ws-ts-secs to ws-start-secs
               perform format-time-of-day
               move ws-time-text to la-start
               perform measure-run
           end-if
           move ws-line-a to bdtlo(ws-line-idx)
           move ws-line-b to bdtlo(ws-line-idx + 1).

      *    the rate is taken up to the last checkpoint, where the
      *    record count was published, and the projection runs on
      *    from there.
       measure-run.
           move "n" to ws-have-proj-sw
           move "n" to ws-have-fcst-sw
           move 0 to ws-rate
           move ws-start-secs to ws-chkpt-secs
           move mr-chkpt-ts to ws-ts-work
           perform timestamp-to-seconds
           if ws-ts-valid
               move ws-ts-secs to ws-chkpt-secs
               perform format-time-of-day
               move ws-time-text to lb-chkpt-time
           else
               move "none" to lb-chkpt-time
           end-if
           if ws-chkpt-secs > ws-start-secs
               compute ws-run-secs = ws-chkpt-secs - ws-start-secs
               compute ws-rate rounded = mr-rec-count / ws-run-secs
           end-if
           move ws-rate to ws-rate-edit
           move ws-rate-edit to lb-rate
           if ws-fc-for-run and mr-fc-records > 0
               move mr-fc-records to ws-expected
           else
               move 0 to ws-expected
               if mr-trans-records is numeric
                   move mr-trans-records to ws-expected
               end-if
           end-if
           if mr-running
               if ws-rate > 0
                   move "y" to ws-have-proj-sw
                   if ws-expected > mr-rec-count
                       compute ws-proj-secs rounded = ws-chkpt-secs
                           + ((ws-expected - mr-rec-count) / ws-rate)
                   else
                       move ws-now-secs to ws-proj-secs
                   end-if
               end-if
           else
               move mr-end-ts to ws-ts-work
               perform timestamp-to-seconds
               if ws-ts-valid
                   move "y" to ws-have-proj-sw
                   move ws-ts-secs to ws-proj-secs
               end-if
           end-if
           if ws-have-proj
               move ws-proj-secs to ws-ts-secs
               perform format-clock
               move ws-clock-text to lb-proj-end
           end-if
           if ws-fc-for-run and mr-fc-elapsed-secs > 0
               move "y" to ws-have-fcst-sw
               compute ws-fcst-secs =
                   ws-start-secs + mr-fc-elapsed-secs
               move ws-fcst-secs to ws-ts-secs
               perform format-clock
               move ws-clock-text to lb-fcst-end
           end-if
           perform set-run-flag.

       set-run-flag.
           move 0 to ws-quiet-secs
           if ws-now-secs > ws-chkpt-secs
               compute ws-quiet-secs = ws-now-secs - ws-chkpt-secs
           end-if
           if mr-running
               and ws-quiet-secs > ws-stale-mins * 60
               add 1 to ws-stale-count
               compute ws-late-mins = ws-quiet-secs / 60
               move ws-late-mins to ws-late-edit
               move "STALE -- no chkpt for" to lb-flag
               move ws-late-edit to lb-flag(22:5)
               move "min" to lb-flag(28:3)
      *    "Y" is the protected, bright attribute byte.
               move "Y" to bdtla(ws-line-idx)
               move "Y" to bdtla(ws-line-idx + 1)
           else
               if ws-have-proj and ws-have-fcst
                   if ws-proj-secs > ws-fcst-secs
                       compute ws-late-mins =
                           (ws-proj-secs - ws-fcst-secs) / 60
                       move ws-late-mins to ws-late-edit
                       move "behind forecast by" to lb-flag
                       move ws-late-edit to lb-flag(19:5)
                       move "min" to lb-flag(25:3)
                       if mr-running
                           add 1 to ws-behind-count
                       end-if
                   else
                       move "within forecast" to lb-flag
                   end-if
               else
                   if not ws-have-fcst
                       move "no forecast for the night" to lb-flag
                   end-if
               end-if
           end-if.

       timestamp-to-seconds.
           move "n" to ws-ts-valid-sw
           move 0 to ws-ts-secs
           if ws-ts-work(1:14) is numeric
               and tw-date > 16010101
               move "y" to ws-ts-valid-sw
               compute ws-ts-secs =
                   (function integer-of-date(tw-date) * 86400)
                   + (tw-hh * 3600) + (tw-mm * 60) + tw-ss
           end-if.

      *    WS-TS-WORK, already split, as HH:MM:SS.
       format-time-of-day.
           move ws-ts-work(9:2) to tt-hh
           move ws-ts-work(11:2) to tt-mm
           move ws-ts-work(13:2) to tt-ss.

      *    WS-TS-SECS as the HH:MM of its day.
       format-clock.
           compute ws-clock-secs = function mod(ws-ts-secs, 86400)
           compute ck-hh = ws-clock-secs / 3600
           compute ck-mm = function mod(ws-clock-secs, 3600) / 60.

       abend-routine.
           exec cics send text
               from('BATCH RUN MONITOR -- UNEXPECTED ERROR')
               erase
           end-exec
           exec cics return
           end-exec.
