               access mode is sequential
               record key is sr-id
               file status is ws-standing-fs.
           select optional run-monitor-file assign to runmon
               organization is indexed
               access mode is dynamic
               record key is mr-job-name
               file status is ws-runmon-fs.
           select optional completion-file assign to complog
               organization is line sequential
               file status is ws-complog-fs.

       data division.
       file section.
       copy repeat-trans-rec.

      *    written variable-length, trimmed to the wrapper's actual
      *    output length (20-byte prefix + RR-LEN buffer bytes).
       fd  result-file
           record is varying in size from 20 to 820 characters
               depending on ws-result-rec-len.
       copy repeat-result-rec.

       fd  standing-file.
       copy repeat-standing-rec.

      *    live progress for the RPTB batch-run monitor: this run
      *    identity's row, rewritten at start, at each pass and
      *    checkpoint, and at end (see repeat-run-monitor-rec.cpy).
       fd  run-monitor-file.
       copy repeat-run-monitor-rec.

      *    one row per request finished, stamped the moment its
      *    result row is written, for the REPEAT-SLA-RPT deadline
      *    report -- appended night after night, each leg to its own
      *    log (see repeat-completion-rec.cpy).
       fd  completion-file.
       copy repeat-completion-rec.

       working-storage section.
       copy repeat-params.
       copy repeat-vector-params.
       01  ws-reject-count                pic 9(8) comp-5 value 0.
       01  ws-resub-read-count            pic 9(8) comp-5 value 0.
       01  ws-resub-ok-count              pic 9(8) comp-5 value 0.
      *    resubmissions corrected by the reject repair rules rather
      *    than by hand.
       01  ws-resub-auto-count            pic 9(8) comp-5 value 0.
       01  ws-quiesce-fs                  pic x(2).
       01  ws-quiesce-eof-sw              pic x.
           88  ws-quiesce-eof             value "y".
       01  ws-ent-est-bytes               pic 9(12) comp-5.
       01  ws-ent-delim-len               pic 9(4) comp-5.
       01  ws-refused-count               pic 9(8) comp-5 value 0.
      *    supervisor-approval gate (see repeat-appr-chk.cbl): the
      *    request in hand as the gate sees it, and the approval
      *    pass's tallies.
       01  ws-appr-function               pic x(1).
       01  ws-appr-source                 pic x(1).
       01  ws-appr-request-id             pic x(8).
       01  ws-appr-key-num                pic 9(8).
       01  ws-appr-result                 pic x(1).
           88  ws-appr-held               value "H" "P".
           88  ws-appr-declined           value "D".
           88  ws-appr-end                value "E".
       01  ws-appr-decided-by             pic x(8).
       01  ws-appr-comment                pic x(40).
       01  ws-held-count                  pic 9(8) comp-5 value 0.
       01  ws-appr-read-count             pic 9(8) comp-5 value 0.
       01  ws-appr-ok-count               pic 9(8) comp-5 value 0.
       01  ws-appr-declined-count         pic 9(8) comp-5 value 0.
       01  ws-defer-fs                    pic x(2).
       01  ws-defer-eof-sw                pic x value "n".
           88  ws-defer-eof               value "y".
       01  ws-defer-read-count            pic 9(8) comp-5 value 0.
       01  ws-defer-ok-count              pic 9(8) comp-5 value 0.
       01  ws-defer-out-open-sw           pic x value "n".
           88  ws-defer-out-open          value "y".
      *    the deferral request id in hand -- from DEFERIN, or from
      *    an approved deferral the approval pass releases.
       01  ws-defer-request-id            pic 9(6).
       01  ws-defstat-fs                  pic x(2).
       01  ws-defstat-ok-sw               pic x value "n".
           88  ws-defstat-ok              value "y".
       01  ws-stream-key                  pic 9(6).
       01  ws-stream-reccount             pic 9(8) comp-5.
       01  ws-stream-bytes                pic 9(12) comp-5.
      *    a whole stream request; the record image parameter is
      *    only read by the record-at-a-time functions.
       01  ws-stream-function             pic x(1) value space.
       01  ws-status-text                 pic x(40).
       01  ws-runctl-fs                   pic x(2).
       01  ws-runctl-eof-sw               pic x value "n".
           88  ws-run-ended               value "y".
       01  ws-job-name                    pic x(8) value "REPTBATC".
       01  ws-start-ts                    pic x(26).
       01  ws-runmon-fs                   pic x(2).
       01  ws-runmon-open-sw              pic x value "n".
           88  ws-runmon-open             value "y".
       01  ws-monitor-pass                pic x(1) value "T".
       01  ws-monitor-state               pic x(1) value "R".
       01  ws-last-chkpt-ts               pic x(26) value spaces.
       01  ws-trans-on-file               pic 9(8) comp-5 value 0.
       01  ws-pattern-status              pic 9(2) comp-5.
       01  ws-pat-in-str                  pic x(80).
       01  ws-pat-count                   pic 9(4).
       01  ws-business-date               pic x(8).
      *    which pass the record in flight came from, carried into the
      *    audit trail: "T" transaction file, "S" standing master, "D"
      *    deferred, "R" resubmission, "H" released from supervisor
      *    approval.
       01  ws-current-source              pic x(1) value "T".
      *    priority-class dispatch state: the class pass in flight,
      *    the class derived for the record in hand, and per-class
       01  ws-cache-hit-count             pic 9(8) comp-5 value 0.
       01  ws-cache-saved-bytes           pic 9(12) comp-5 value 0.
       01  ws-cache-saved-secs            pic 9(6)v99 comp-3 value 0.
      *    chained requests (see RT-PRED-LINK in repeat-trans-rec.cpy):
      *    every chained TRANSIN and COMPOSEIN record found by the
      *    prescan, and every request one of them names as its
      *    predecessor, with that predecessor's output once it has
      *    run -- "O" output kept, "F" failed, "U" ran but left no
      *    output usable as an input string (streamed, empty, or
      *    over 80 bytes). A chained request's state is space while
      *    it waits on its predecessor and "R" once the chain pass
      *    has run or rejected it.
       01  ws-chain-count                 pic 9(4) comp-5 value 0.
       01  ws-chain-table.
           05  ws-chain-entry occurs 500 times.
               10  ws-ch-source           pic x(1).
               10  ws-ch-key              pic 9(6).
               10  ws-ch-pred-source      pic x(1).
               10  ws-ch-pred-key         pic 9(6).
               10  ws-ch-state            pic x(1).
       01  ws-chain-idx                   pic 9(4) comp-5.
       01  ws-pred-count                  pic 9(4) comp-5 value 0.
       01  ws-pred-table.
           05  ws-pred-entry occurs 500 times.
               10  ws-pd-source           pic x(1).
               10  ws-pd-key              pic 9(6).
               10  ws-pd-on-file-sw       pic x(1).
               10  ws-pd-state            pic x(1).
               10  ws-pd-len              pic 9(4) comp-5.
               10  ws-pd-out              pic x(80).
      *    "Y" when the request that produced the output was
      *    classified -- its successor inherits the classification.
               10  ws-pd-classified       pic x(1).
       01  ws-pred-idx                    pic 9(4) comp-5.
       01  ws-chain-found-sw              pic x(1).
           88  ws-chain-found             value "y".
       01  ws-chain-eof-sw                pic x value "n".
           88  ws-chain-eof               value "y".
       01  ws-chain-progress-sw           pic x value "n".
           88  ws-chain-progress          value "y".
       01  ws-chain-final-sw              pic x value "n".
           88  ws-chain-final             value "y".
       01  ws-chain-full-sw               pic x value "n".
           88  ws-chain-full              value "y".
      *    the entry under lookup, and the link the request in
      *    flight carries onto its result and audit rows -- spaces
      *    for every request outside the chain pass.
       01  ws-chain-look-source           pic x(1).
       01  ws-chain-look-key              pic 9(6).
       01  ws-chain-look-pred-source      pic x(1).
       01  ws-chain-look-pred-key         pic 9(6).
       01  ws-pred-found-sw               pic x(1).
           88  ws-pred-found              value "y".
      *    which file the chained record in hand came from: "T"
      *    TRANSIN, "C" COMPOSEIN.
       01  ws-chain-rec-source            pic x(1).
       01  ws-chain-link.
           05  ws-chain-pred-source       pic x(1) value space.
           05  ws-chain-pred-key          pic x(6) value spaces.
       01  ws-chain-link-function         pic x(1).
       01  ws-chain-reason                pic 9(2) comp-5 value 0.
       01  ws-chain-read-count            pic 9(8) comp-5 value 0.
       01  ws-chain-ok-count              pic 9(8) comp-5 value 0.
       01  ws-chain-rejected-count        pic 9(8) comp-5 value 0.
      *    completion log: set while a vector flush writes its rows,
      *    whose requests are the buffered entries rather than the
      *    record in hand.
       01  ws-complog-fs                  pic x(2).
       01  ws-vec-flushing-sw             pic x value "n".
           88  ws-vec-flushing            value "y".
       01  ws-completion-count            pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
               write extract-hdr-rec
           end-if
           open output checkpoint-file
           open extend completion-file
           move function current-date to ws-start-ts
           compute ws-start-secs = function seconds-past-midnight
      *    one dispatch pass per priority class present on the file,
      *    vector buffer is flushed at each class boundary -- a
      *    class is only "complete" once its rows are on RESULTOUT.
           perform prescan-priority-classes
           perform prescan-chains
           perform publish-run-started
           perform varying ws-priority-class from 1 by 1
               until ws-priority-class > 9 or ws-quiescing
               if ws-class-read(ws-priority-class) > 0
           if not ws-quiescing
               perform standing-pass
               perform deferred-pass
               if not bc-skip-approvals-yes
                   perform approval-pass
               end-if
               perform numeric-pass
               perform compose-pass
               perform compose-resub-pass
               perform resubmit-pass
               perform chain-pass
               if bc-vector-mode-yes
                   perform flush-vector-batch
               end-if
               write extract-trl-rec
           end-if
           close result-file checkpoint-file extract-file
               reject-file completion-file
           if ws-defer-out-open
               close defer-result-file
           end-if
           if ws-num-result-open
           if not ws-quiescing
               perform record-run-ended
           end-if
           perform publish-run-ended
           if ws-quiescing
               display "repeat-batch: quiesced at operator request "
                   "after key " ws-last-key-processed
               move spaces to bc-business-date
               move space to bc-force-run
               move spaces to bc-run-id
               move space to bc-skip-approvals
           end-if
           if bc-run-id not = spaces
               move bc-run-id to ws-job-name

      *    Scan pass ahead of dispatch: tallies how many records
      *    each priority class holds, so only the classes actually
      *    present cost a dispatch pass over the file. A chained
      *    record belongs to the chain pass, not to its class.
       prescan-priority-classes.
           perform varying ws-priority-class from 1 by 1
               until ws-priority-class > 9
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if not (rt-pred-key is numeric
                               and rt-pred-key > 0)
                           perform derive-priority-class
                           add 1 to ws-class-read(ws-rec-class)
                       end-if
               end-read
           end-perform
           close trans-file.
                   not at end
                       perform derive-priority-class
                       if ws-rec-class = ws-priority-class
                           and not (rt-pred-key is numeric
                                    and rt-pred-key > 0)
                           perform handle-trans-record
                       end-if
               end-read
           move repeat-status to rr-status
           move zeros to rr-len
           move spaces to rr-out-buf
           perform write-result-row
           perform write-reject-record
           move rt-key to ext-key
           move ws-current-source to ext-source
               perform write-checkpoint
           end-if.

      *    an oversized request is held for supervisor approval
      *    before the entitlement gate sees it, so a held request
      *    spends none of tonight's quota -- it is gated when the
      *    approval pass releases it.
       dispatch-resolved-request.
           perform check-approval
           evaluate true
               when ws-appr-held
                   perform hold-trans-record
               when ws-appr-declined
                   perform decline-trans-record
               when other
                   perform gate-resolved-request
           end-evaluate.

       gate-resolved-request.
           perform check-entitlement
           if not ws-entitled
               perform refuse-trans-record
               rt-encoding ws-stream-key ws-current-source
               rt-stream-route
               repeat-status repeat-reason ws-stream-bytes
               ws-stream-function rr-out-buf
           move rt-key to rr-key
           move ws-current-source to rr-source
           move repeat-status to rr-status
           move zeros to rr-len
           move spaces to rr-out-buf
           perform write-result-row
           if repeat-status not = 00
               perform write-reject-record
           end-if
           if bc-vector-mode-yes
               perform flush-vector-batch
           end-if
           if repeat-reason = 27
               add 1 to ws-held-count
           else
               add 1 to ws-refused-count
           end-if
           display "repeat-batch: key " rt-key " refused -- "
               ws-entitle-reason
           move 16 to repeat-status
           move repeat-status to rr-status
           move zeros to rr-len
           move spaces to rr-out-buf
           perform write-result-row
      *    a held request is not rejected -- it waits on APPRMST
      *    for its supervisor, and the approval pass runs or
      *    rejects it once decided.
           if repeat-reason not = 27
               perform write-reject-record
           end-if
           move rt-key to ext-key
           move ws-current-source to ext-source
           move rt-in-str to ext-in-str
               perform write-checkpoint
           end-if.

      *    the approval gate weighs requests from TRANSIN, the
      *    standing master, and the RPTC deferral queue, and a
      *    corrected reject resubmitted -- a declined request cannot
      *    come back round through RESUBIN unapproved. The approval
      *    pass runs what a supervisor has already decided.
       check-approval.
           move "R" to ws-appr-result
           if ws-current-source = "T" or ws-current-source = "S"
               or ws-current-source = "D" or ws-current-source = "R"
               move ws-current-source to ws-appr-source
               if ws-current-source = "S"
                   move sr-id to ws-appr-request-id
               else
                   move rt-key to ws-appr-key-num
                   move ws-appr-key-num to ws-appr-request-id
               end-if
               move "C" to ws-appr-function
               call "repeat-appr-chk" using
                   ws-appr-function ws-appr-source ws-appr-request-id
                   ws-business-date repeat-trans-rec ws-appr-result
                   ws-appr-decided-by ws-appr-comment
           end-if.

      *    held: result, extract, and audit rows with status 16
      *    reason 27 say where the request went; no reject row.
       hold-trans-record.
           move 27 to repeat-reason
           move "held for supervisor approval" to ws-entitle-reason
           perform refuse-trans-record.

      *    a standing entry its supervisor declined is refused every
      *    night it falls due, until the entry is changed (and held
      *    again) or deactivated.
       decline-trans-record.
           move 28 to repeat-reason
           move "declined by supervisor" to ws-entitle-reason
           perform refuse-trans-record.

       load-cache-key-from-trans.
           move rt-in-str to ws-ck-in-str
      *    a fill request ignores its count, so fill entries share
           move 00 to rr-status
           move ws-ca-len(ws-cache-idx) to rr-len
           move ws-ca-out-buf(ws-cache-idx) to rr-out-buf
           perform write-result-row
           if ws-resub-pass
               add 1 to ws-resub-ok-count
           end-if
               move zeros to rr-len
               move spaces to rr-out-buf
           end-if
           perform write-result-row
           if repeat-status not = 00
               perform write-reject-record
           end-if
       flush-vector-batch.
           if repeat-vec-count > 0
               add 1 to ws-vec-flush-count
               move "y" to ws-vec-flushing-sw
               call "repeat-wrapper-vec" using
                   repeat-vec-count repeat-vec-table
               call "repeat-audit-batch" using
                       move zeros to rr-len
                       move spaces to rr-out-buf
                   end-if
                   perform write-result-row
                   move ws-vec-key(ws-vec-idx) to ext-key
                   move rv-source(ws-vec-idx) to ext-source
                   move rv-in-str(ws-vec-idx) to ext-in-str
                   end-if
               end-perform
               move 0 to repeat-vec-count
               move "n" to ws-vec-flushing-sw
           end-if.

      *    vector entries feed the cache through the same identity
                   to ws-ca-out-buf(ws-cache-idx)
           end-if.

      *    every result row goes out here: the prefix length, the
      *    chain link of the request in flight, its completion row,
      *    and -- when a chained request waits on this one -- its
      *    output kept for the chain pass.
       write-result-row.
           move ws-chain-link to rr-pred-link
           compute ws-result-rec-len = 20 + rr-len
           write repeat-result-rec
           perform log-completion
           if ws-pred-count > 0
               perform keep-chain-output
           end-if.

      *    the requester and class come from the vector entry during
      *    a flush, from the compose record for a composed result,
      *    and from the transaction record in hand otherwise.
       log-completion.
           move rr-source to cl-source
           move rr-key to cl-key
           move rr-status to cl-status
           evaluate true
               when ws-vec-flushing
                   move rv-priority(ws-vec-idx) to cl-priority
                   move rv-cost-center(ws-vec-idx) to cl-cost-center
                   move rv-user-id(ws-vec-idx) to cl-user-id
               when rr-source = ws-comp-source
                   move 9 to cl-priority
                   move cp-cost-center to cl-cost-center
                   move cp-user-id to cl-user-id
               when other
                   move rt-priority to cl-priority
                   move rt-cost-center to cl-cost-center
                   move rt-user-id to cl-user-id
           end-evaluate
           if cl-priority is not numeric or cl-priority = 0
               move 9 to cl-priority
           end-if
           perform write-completion-row.

       write-completion-row.
           move ws-business-date to cl-business-date
           move ws-job-name to cl-job-name
           move function current-date to cl-completed-ts
           write repeat-completion-rec
           add 1 to ws-completion-count.

      *    a failed predecessor fails its successors; one that ran
      *    but left nothing that fits an input string -- a streamed
      *    request, an empty output, or more than 80 bytes -- cannot
      *    feed one. The classification rides with the output, from
      *    the vector entry during a flush and from the transaction
      *    record in hand otherwise (a composed result carries none).
       keep-chain-output.
           move rr-source to ws-chain-look-source
           move rr-key to ws-chain-look-key
           perform find-pred-entry
           if ws-pred-found
               evaluate true
                   when ws-vec-flushing
                       move rv-classified(ws-vec-idx)
                           to ws-pd-classified(ws-pred-idx)
                   when rr-source = ws-comp-source
                       move space to ws-pd-classified(ws-pred-idx)
                   when other
                       move rt-classified
                           to ws-pd-classified(ws-pred-idx)
               end-evaluate
               evaluate true
                   when rr-status not = 00
                       move "F" to ws-pd-state(ws-pred-idx)
                   when rr-len = 0 or rr-len > 80
                       move "U" to ws-pd-state(ws-pred-idx)
                   when other
                       move "O" to ws-pd-state(ws-pred-idx)
                       move rr-len to ws-pd-len(ws-pred-idx)
                       move spaces to ws-pd-out(ws-pred-idx)
                       move rr-out-buf(1:rr-len)
                           to ws-pd-out(ws-pred-idx)(1:rr-len)
               end-evaluate
           end-if.

      *    Failed requests are preserved in REPEAT-TRANS-REC form plus
      *    the failing status, so they can be repaired and fed back
      *    through RESUBIN instead of being re-keyed from SYSOUT.
           move rt-stream-route to rj-stream-route
           move rt-classified to rj-classified
           move repeat-status to rj-fail-status
           move repeat-reason to rj-fail-reason
           move space to rj-repair-tag
           if rj-classified = "Y"
               perform mask-reject-row
           end-if
           move spaces to rj-stream-route
           move rv-classified(ws-vec-idx) to rj-classified
           move rv-status(ws-vec-idx) to rj-fail-status
           move rv-reason(ws-vec-idx) to rj-fail-reason
           move space to rj-repair-tag
           if rj-classified = "Y"
               perform mask-reject-row
           end-if
      *    pass with a console note rather than failing the night.
       standing-pass.
           move "S" to ws-current-source
           move "S" to ws-monitor-pass
           perform publish-progress
           open input standing-file
           if ws-standing-fs not = "00"
               display "repeat-batch: standing master not available, "
           move zeros to rt-seq-pos
           move zeros to rt-stream-lrecl
           move zeros to rt-stream-reccount
           move sr-pattern-id to rt-pattern-id
      *    the standing master carries no priority class or
      *    check-digit option -- merged entries run where the
      *    standing pass runs, after the classed transaction passes.
           move space to rt-seq-check
           move spaces to rt-stream-route
           move space to rt-classified
           move spaces to rt-pred-link
           perform dispatch-one-request.

      *    Deferred requests captured by the RPTC screen, serviced
               perform flush-vector-batch
           end-if
           move "D" to ws-current-source
           move "D" to ws-monitor-pass
           perform publish-progress
           open i-o defer-status-file
           if ws-defstat-fs = "00" or ws-defstat-fs = "05"
               move "y" to ws-defstat-ok-sw

       handle-defer-record.
           add 1 to ws-defer-read-count
           move df-key to ws-defer-request-id
           move df-key to rt-key
           move df-in-str to rt-in-str
           move df-count to rt-count
           move df-seq-check to rt-seq-check
           move df-stream-route to rt-stream-route
           move df-classified to rt-classified
           move spaces to rt-pred-link
           move 00 to ws-pattern-status
           if rt-pattern-id not = spaces
               perform resolve-pattern
                   perform reject-unknown-pattern
               end-if
           end-if
           move "R" to ws-appr-result
           if ws-pattern-status = 00
               perform check-approval
               evaluate true
                   when ws-appr-held
                       perform hold-trans-record
                   when ws-appr-declined
                       perform decline-trans-record
                   when other
                       perform run-defer-record
               end-evaluate
           end-if
      *    a held deferral has no result yet -- its lifecycle row
      *    says it is held, and the approval pass writes the result
      *    once it is decided.
           if not ws-appr-held
               perform write-defer-result
           end-if
           perform update-defer-status.

       run-defer-record.
           perform check-entitlement
           if not ws-entitled
               perform refuse-trans-record
           else
               perform process-record
               move rt-key to ws-last-key-processed
               add 1 to ws-rec-count
               compute ws-mod-result =
                   function mod(ws-rec-count
                       bc-checkpoint-interval)
               if ws-mod-result = 0
                   perform write-checkpoint
               end-if
               if repeat-status = 00
                   add 1 to ws-defer-ok-count
               end-if
           end-if.

       write-defer-result.
           if not ws-defer-out-open
               open output defer-result-file
               move "y" to ws-defer-out-open-sw
           end-if
           move rt-user-id to dr-user-id
      *    the request id assigned at capture rides DF-KEY -- it
      *    keys the retained result and the lifecycle row.
           move ws-defer-request-id to dr-request-id
           move ws-business-date to dr-business-date
           move rt-in-str to dr-in-str
           move rt-count to dr-count
               move spaces to dr-out-buf
           end-if
           move function current-date to dr-timestamp
           write repeat-defer-result-rec.

      *    advance the lifecycle row the capture wrote ("Q") to
      *    serviced or failed; a row the capture never managed to

       write-defer-status-row.
           move "n" to ws-defstat-found-sw
           move ws-defer-request-id to ds-request-id
           move low-values to ds-date
           start defer-status-file key >= ds-key
               invalid key
                   perform scan-defer-status
           end-start
           if not ws-defstat-found
               move ws-defer-request-id to ds-request-id
               move ws-business-date to ds-date
           end-if
           move rt-user-id to ds-user-id
           move rt-in-str to ds-in-str
           move rt-count to ds-count
           evaluate true
               when ws-appr-held
                   move "H" to ds-status
               when repeat-status = 00
                   move "S" to ds-status
               when other
                   move "F" to ds-status
           end-evaluate
           move repeat-status to ds-result-status
           move function current-date to ds-timestamp
           if ws-defstat-found
                   at end
                       move "y" to ws-defstat-scan-eof-sw
                   not at end
                       if ds-request-id not = ws-defer-request-id
                           move "y" to ws-defstat-scan-eof-sw
                       else
                           if ds-queued or ds-held
                               move "y" to ws-defstat-found-sw
                           end-if
                       end-if
               end-read
           end-perform.

      *    Requests held for supervisor approval (see
      *    repeat-approval-rec.cpy) and decided since: an approved
      *    request runs here, through the entitlement gate but not
      *    the approval gate again, under audit source "H"; a
      *    declined one goes to the reject file with reason 28. An
      *    approved or declined deferral also gets its DEFEROUT
      *    result and its lifecycle row advanced. Each row is marked
      *    released once its rows are written. Serviced one at a
      *    time, like the deferred pass -- a handful of requests.
       approval-pass.
           if bc-vector-mode-yes
               perform flush-vector-batch
           end-if
           move "H" to ws-current-source
           move "H" to ws-monitor-pass
           perform publish-progress
           open i-o defer-status-file
           if ws-defstat-fs = "00" or ws-defstat-fs = "05"
               move "y" to ws-defstat-ok-sw
           end-if
           move space to ws-appr-result
           perform until ws-appr-end or ws-quiescing
               move "N" to ws-appr-function
               call "repeat-appr-chk" using
                   ws-appr-function ws-appr-source ws-appr-request-id
                   ws-business-date repeat-trans-rec ws-appr-result
                   ws-appr-decided-by ws-appr-comment
               if not ws-appr-end
                   perform handle-approval-record
               end-if
           end-perform
           if ws-defstat-ok
               close defer-status-file
               move "n" to ws-defstat-ok-sw
           end-if
           move "T" to ws-current-source.

      *    a released chained request keeps its link on its rows.
       handle-approval-record.
           add 1 to ws-appr-read-count
           if rt-pred-key is numeric and rt-pred-key > 0
               move rt-pred-source to ws-chain-look-pred-source
               move rt-pred-key to ws-chain-look-pred-key
               perform set-chain-link
           end-if
           if ws-appr-declined
               add 1 to ws-appr-declined-count
               display "repeat-batch: " ws-appr-source " "
                   ws-appr-request-id " declined by "
                   ws-appr-decided-by " -- " ws-appr-comment
               perform decline-trans-record
           else
               perform gate-resolved-request
               if bc-vector-mode-yes
                   perform flush-vector-batch
               end-if
               if repeat-status = 00
                   add 1 to ws-appr-ok-count
               end-if
           end-if
           if ws-appr-source = "D"
               move rt-key to ws-defer-request-id
               perform write-defer-result
               perform update-defer-status
           end-if
           if ws-chain-link not = spaces
               perform clear-chain-link
           end-if
           move "M" to ws-appr-function
           call "repeat-appr-chk" using
               ws-appr-function ws-appr-source ws-appr-request-id
               ws-business-date repeat-trans-rec ws-appr-result
               ws-appr-decided-by ws-appr-comment.

      *    Numeric/packed requests from NUMTRANS, serviced one at a
      *    time through REPEAT-WRAPPER-NUM -- the packed result has
      *    no place in the vector buffer or the character result
           if bc-vector-mode-yes
               perform flush-vector-batch
           end-if
           move "N" to ws-monitor-pass
           perform publish-progress
           open input num-trans-file
           perform until ws-numtrans-eof or ws-quiescing
               read num-trans-file
           else
               move zeros to nr-digits
           end-if
           write repeat-num-result-rec
           move ws-num-source to cl-source
           move ws-num-key to cl-key
           move repeat-num-status to cl-status
           move 9 to cl-priority
           move ws-num-cost-center to cl-cost-center
           move ws-num-user-id to cl-user-id
           perform write-completion-row.

      *    the seed and its digit count ride the numbering fields --
      *    see the note in repeat-reject-rec.cpy -- so a repaired
           else
               move repeat-num-status to rj-fail-status
           end-if
           move repeat-num-reason to rj-fail-reason
           move space to rj-repair-tag
           write repeat-reject-rec
           add 1 to ws-reject-count
           call "repeat-status-msg" using
      *    compose-shaped reject row and the CRESUBIN repair cycle
      *    when it fails, and the same checkpoint bookkeeping as
      *    every other request. Audits once per composed request,
      *    source "C", the same as the stand-alone composer. A
      *    chained compose request waits for the chain pass.
       compose-pass.
           if bc-vector-mode-yes
               perform flush-vector-batch
           end-if
           move "C" to ws-monitor-pass
           perform publish-progress
           open input compose-file
           perform until ws-compose-eof or ws-quiescing
               read compose-file
                   at end
                       move "y" to ws-compose-eof-sw
                   not at end
                       if not (cp-pred-key is numeric
                               and cp-pred-key > 0)
                           add 1 to ws-compose-read-count
                           perform service-compose-request
                       end-if
               end-read
           end-perform
           close compose-file.
           move cr-engine to cp-engine
           move cr-cost-center to cp-cost-center
           move cr-user-id to cp-user-id
           move spaces to cp-pred-link
           perform varying ws-comp-seg-idx from 1 by 1
               until ws-comp-seg-idx > 5
               move cq-in-str(ws-comp-seg-idx)
           move 00 to ws-composed-reason
           move 0 to ws-comp-total-in-len
           move 0 to ws-comp-total-count
      *    a chained request the chain pass could not run fails
      *    before the gate, as it never had its input.
           if ws-chain-reason not = 0
               move 12 to ws-composed-status
               move ws-chain-reason to ws-composed-reason
           else
               perform check-compose-entitlement
               if ws-entitle-status not = 00
                   add 1 to ws-refused-count
                   display "repeat-batch: compose key " cp-key
                       " refused -- " ws-entitle-reason
                   move 16 to ws-composed-status
                   move repeat-reason to ws-composed-reason
               else
                   if cp-seg-count is not numeric
                       or cp-seg-count = 0 or cp-seg-count > 5
                       move 12 to ws-composed-status
                   else
                       perform build-compose-segment
                           varying ws-comp-seg-idx from 1 by 1
                           until ws-comp-seg-idx > cp-seg-count
                               or ws-composed-status not = 00
                   end-if
               end-if
           end-if
           move cp-key to rr-key
           if ws-composed-status = 00
               move ws-composed-len to rr-len
               move ws-composed-buf to rr-out-buf
               evaluate true
                   when ws-cresub-pass
                       add 1 to ws-cresub-ok-count
                   when ws-chain-link not = spaces
                       continue
                   when other
                       add 1 to ws-compose-ok-count
               end-evaluate
           else
               move 0 to ws-composed-len
               move zeros to rr-len
               move spaces to rr-out-buf
           end-if
           perform write-result-row
           if ws-composed-status not = 00
               perform write-compose-reject-record
           end-if
               perform flush-vector-batch
           end-if
           move "R" to ws-current-source
           move "R" to ws-monitor-pass
           perform publish-progress
           move "y" to ws-resub-pass-sw
           open input resub-file
           perform until ws-resub-eof or ws-quiescing

       handle-resub-record.
           add 1 to ws-resub-read-count
           if rs-auto-repaired
               add 1 to ws-resub-auto-count
           end-if
      *    a mode-"P" reject is a numeric request -- rebuild it from
      *    the seed carried in the numbering fields and re-service
      *    it through the numeric machinery.
           move rs-seq-check to rt-seq-check
           move rs-stream-route to rt-stream-route
           move rs-classified to rt-classified
      *    the reject layout carries no chain link: a repaired
      *    chained request comes back on its own, with the string
      *    its analyst supplied.
           move spaces to rt-pred-link
           perform dispatch-one-request.

      *    Chained requests (see RT-PRED-LINK in repeat-trans-rec.cpy
      *    and CP-PRED-LINK in repeat-compose-rec.cpy), run after
      *    every other pass of the night so each predecessor has had
      *    its turn. Each round rereads TRANSIN and COMPOSEIN and
      *    runs every chained request whose predecessor has run,
      *    with that predecessor's output as its input string --
      *    so a chain runs in dependency order however its records
      *    sort -- until a round runs nothing more. A request whose
      *    predecessor failed is rejected with reason 29, one whose
      *    predecessor is not on tonight's files with 30, and one
      *    whose predecessor's output cannot serve as an input
      *    string with 32; a rejected request fails its own
      *    successors in turn. Whatever is still waiting after the
      *    last round waits on itself -- a cycle -- and a final
      *    round rejects it with reason 31, as it does a chained
      *    record past the table's 500 entries. Every row a chained
      *    request writes carries its link, result and audit alike.
       chain-pass.
           if ws-chain-count > 0 or ws-chain-full
               if bc-vector-mode-yes
                   perform flush-vector-batch
               end-if
               move "L" to ws-monitor-pass
               perform publish-progress
               move "y" to ws-chain-progress-sw
               move "n" to ws-chain-final-sw
               perform chain-round
                   until not ws-chain-progress or ws-quiescing
               if not ws-quiescing
                   move "y" to ws-chain-final-sw
                   perform chain-round
               end-if
               move "T" to ws-current-source
           end-if.

      *    the chained records and the predecessors they name, from
      *    both files; then which of those predecessors are on the
      *    files at all.
       prescan-chains.
           move "n" to ws-chain-eof-sw
           open input trans-file
           perform until ws-chain-eof
               read trans-file
                   at end
                       move "y" to ws-chain-eof-sw
                   not at end
                       if rt-pred-key is numeric and rt-pred-key > 0
                           move "T" to ws-chain-look-source
                           move rt-key to ws-chain-look-key
                           move rt-pred-source
                               to ws-chain-look-pred-source
                           move rt-pred-key to ws-chain-look-pred-key
                           perform add-chain-entry
                       end-if
               end-read
           end-perform
           close trans-file
           move "n" to ws-chain-eof-sw
           open input compose-file
           perform until ws-chain-eof
               read compose-file
                   at end
                       move "y" to ws-chain-eof-sw
                   not at end
                       if cp-pred-key is numeric and cp-pred-key > 0
                           move "C" to ws-chain-look-source
                           move cp-key to ws-chain-look-key
                           move cp-pred-source
                               to ws-chain-look-pred-source
                           move cp-pred-key to ws-chain-look-pred-key
                           perform add-chain-entry
                       end-if
               end-read
           end-perform
           close compose-file
           if ws-pred-count > 0
               perform mark-preds-on-file
           end-if.

       mark-preds-on-file.
           move "n" to ws-chain-eof-sw
           open input trans-file
           perform until ws-chain-eof
               read trans-file
                   at end
                       move "y" to ws-chain-eof-sw
                   not at end
                       move "T" to ws-chain-look-source
                       move rt-key to ws-chain-look-key
                       perform find-pred-entry
                       if ws-pred-found
                           move "y" to ws-pd-on-file-sw(ws-pred-idx)
                       end-if
               end-read
           end-perform
           close trans-file
           move "n" to ws-chain-eof-sw
           open input compose-file
           perform until ws-chain-eof
               read compose-file
                   at end
                       move "y" to ws-chain-eof-sw
                   not at end
                       move "C" to ws-chain-look-source
                       move cp-key to ws-chain-look-key
                       perform find-pred-entry
                       if ws-pred-found
                           move "y" to ws-pd-on-file-sw(ws-pred-idx)
                       end-if
               end-read
           end-perform
           close compose-file.

      *    a blank predecessor source means a TRANSIN record.
       add-chain-entry.
           if ws-chain-look-pred-source = space
               move "T" to ws-chain-look-pred-source
           end-if
           if ws-chain-count < 500
               add 1 to ws-chain-count
               move ws-chain-look-source
                   to ws-ch-source(ws-chain-count)
               move ws-chain-look-key to ws-ch-key(ws-chain-count)
               move ws-chain-look-pred-source
                   to ws-ch-pred-source(ws-chain-count)
               move ws-chain-look-pred-key
                   to ws-ch-pred-key(ws-chain-count)
               move space to ws-ch-state(ws-chain-count)
               move ws-chain-look-pred-source to ws-chain-look-source
               move ws-chain-look-pred-key to ws-chain-look-key
               perform find-pred-entry
               if not ws-pred-found
                   add 1 to ws-pred-count
                   move ws-pred-count to ws-pred-idx
                   move ws-chain-look-source
                       to ws-pd-source(ws-pred-idx)
                   move ws-chain-look-key to ws-pd-key(ws-pred-idx)
                   move "n" to ws-pd-on-file-sw(ws-pred-idx)
                   move space to ws-pd-state(ws-pred-idx)
                   move 0 to ws-pd-len(ws-pred-idx)
                   move spaces to ws-pd-out(ws-pred-idx)
                   move space to ws-pd-classified(ws-pred-idx)
               end-if
           else
               if not ws-chain-full
                   move "y" to ws-chain-full-sw
                   display "repeat-batch: chain table full at 500 "
                       "entries -- chained requests past it are "
                       "rejected"
               end-if
           end-if.

       find-chain-entry.
           move "n" to ws-chain-found-sw
           perform varying ws-chain-idx from 1 by 1
               until ws-chain-idx > ws-chain-count or ws-chain-found
               if ws-ch-source(ws-chain-idx) = ws-chain-look-source
                   and ws-ch-key(ws-chain-idx) = ws-chain-look-key
                   move "y" to ws-chain-found-sw
               end-if
           end-perform
           if ws-chain-found
               subtract 1 from ws-chain-idx
           end-if.

       find-pred-entry.
           move "n" to ws-pred-found-sw
           perform varying ws-pred-idx from 1 by 1
               until ws-pred-idx > ws-pred-count or ws-pred-found
               if ws-pd-source(ws-pred-idx) = ws-chain-look-source
                   and ws-pd-key(ws-pred-idx) = ws-chain-look-key
                   move "y" to ws-pred-found-sw
               end-if
           end-perform
           if ws-pred-found
               subtract 1 from ws-pred-idx
           end-if.

       chain-round.
           move "n" to ws-chain-progress-sw
           move "n" to ws-chain-eof-sw
           move "T" to ws-chain-rec-source
           open input trans-file
           perform until ws-chain-eof or ws-quiescing
               read trans-file
                   at end
                       move "y" to ws-chain-eof-sw
                   not at end
                       if rt-pred-key is numeric and rt-pred-key > 0
                           move "T" to ws-chain-look-source
                           move rt-key to ws-chain-look-key
                           perform handle-chain-record
                       end-if
               end-read
           end-perform
           close trans-file
           move "n" to ws-chain-eof-sw
           move "C" to ws-chain-rec-source
           open input compose-file
           perform until ws-chain-eof or ws-quiescing
               read compose-file
                   at end
                       move "y" to ws-chain-eof-sw
                   not at end
                       if cp-pred-key is numeric and cp-pred-key > 0
                           move "C" to ws-chain-look-source
                           move cp-key to ws-chain-look-key
                           perform handle-chain-record
                       end-if
               end-read
           end-perform
           close compose-file.

       handle-chain-record.
           perform find-chain-entry
           evaluate true
               when not ws-chain-found
                   if ws-chain-final
                       move 31 to ws-chain-reason
                       perform run-chain-record
                   end-if
               when ws-ch-state(ws-chain-idx) not = space
                   continue
               when other
                   perform judge-chain-predecessor
           end-evaluate.

      *    a predecessor not yet run that is on tonight's files is
      *    waited for -- until the final round.
       judge-chain-predecessor.
           move ws-ch-pred-source(ws-chain-idx) to ws-chain-look-source
           move ws-ch-pred-key(ws-chain-idx) to ws-chain-look-key
           perform find-pred-entry
           evaluate true
               when ws-pd-state(ws-pred-idx) = "O"
                   move 0 to ws-chain-reason
                   perform run-chain-record
               when ws-pd-state(ws-pred-idx) = "F"
                   move 29 to ws-chain-reason
                   perform run-chain-record
               when ws-pd-state(ws-pred-idx) = "U"
                   move 32 to ws-chain-reason
                   perform run-chain-record
               when ws-pd-on-file-sw(ws-pred-idx) not = "y"
                   move 30 to ws-chain-reason
                   perform run-chain-record
               when ws-chain-final
                   move 31 to ws-chain-reason
                   perform run-chain-record
               when other
                   continue
           end-evaluate.

      *    the link goes on every row the request writes, through
      *    REPEAT-AUDIT-LINK for the audit rows, and comes off again
      *    once they are written.
       run-chain-record.
           add 1 to ws-chain-read-count
           move "y" to ws-chain-progress-sw
           if ws-chain-found
               move "R" to ws-ch-state(ws-chain-idx)
           end-if
           if ws-chain-rec-source = "T"
               move rt-pred-source to ws-chain-look-pred-source
               move rt-pred-key to ws-chain-look-pred-key
           else
               move cp-pred-source to ws-chain-look-pred-source
               move cp-pred-key to ws-chain-look-pred-key
           end-if
           perform set-chain-link
           if ws-chain-rec-source = "T"
               perform run-chain-trans
           else
               perform run-chain-compose
           end-if
           perform clear-chain-link
           move 0 to ws-chain-reason.

       set-chain-link.
           if ws-chain-look-pred-source = space
               move "T" to ws-chain-pred-source
           else
               move ws-chain-look-pred-source to ws-chain-pred-source
           end-if
           move ws-chain-look-pred-key to ws-chain-pred-key
           move "S" to ws-chain-link-function
           call "repeat-audit-link" using
               ws-chain-link-function ws-chain-link.

       clear-chain-link.
           move spaces to ws-chain-link
           move "S" to ws-chain-link-function
           call "repeat-audit-link" using
               ws-chain-link-function ws-chain-link.

      *    the predecessor's output is the string -- a pattern id on
      *    the record gives way to it -- and the request then takes
      *    the same road a transaction record does from the
      *    approval gate on.
       run-chain-trans.
           move "T" to ws-current-source
           if ws-chain-reason = 0
               move ws-pd-out(ws-pred-idx) to rt-in-str
               move spaces to rt-pattern-id
      *    a classified predecessor's output is classified data
      *    whatever the successor says -- masked on every row.
               if ws-pd-classified(ws-pred-idx) = "Y"
                   move "Y" to rt-classified
               end-if
               perform dispatch-resolved-request
               if bc-vector-mode-yes
                   perform flush-vector-batch
               end-if
               if rr-status = 00
                   add 1 to ws-chain-ok-count
               end-if
           else
               perform reject-chain-trans-record
           end-if.

      *    the rejection rows mirror a pattern-id rejection: result,
      *    reject, extract, and audit, status 12 with the chain
      *    reason.
       reject-chain-trans-record.
           add 1 to ws-chain-rejected-count
           display "repeat-batch: chained key " rt-key
               " not run -- predecessor " ws-chain-pred-source " "
               ws-chain-pred-key
           move 12 to repeat-status
           move ws-chain-reason to repeat-reason
           move rt-key to rr-key
           move ws-current-source to rr-source
           move repeat-status to rr-status
           move zeros to rr-len
           move spaces to rr-out-buf
           perform write-result-row
           perform write-reject-record
           move rt-key to ext-key
           move ws-current-source to ext-source
           move rt-in-str to ext-in-str
           move rt-count to ext-count
           move spaces to ext-out-buf
           move repeat-status to ext-status
           move zeros to ext-len
           move function current-date to ext-timestamp
           move 123 to ws-extract-rec-len
           if rt-classified-yes
               perform mask-extract-row
           end-if
           write extract-rec
           add 1 to ws-extract-row-count
           compute ws-ent-in-len = function length(rt-in-str)
           move rt-count to ws-ent-count
           call "repeat-audit" using
               rt-in-str ws-ent-in-len ws-ent-count ws-ent-zero-len
               repeat-status repeat-reason rt-cost-center rt-user-id
               ws-current-source rt-pattern-id rt-classified
               rt-engine rt-mode
           move rt-key to ws-last-key-processed
           add 1 to ws-rec-count
           compute ws-mod-result =
               function mod(ws-rec-count bc-checkpoint-interval)
           if ws-mod-result = 0
               perform write-checkpoint
           end-if.

      *    the predecessor's output fills every segment that names
      *    neither a literal nor a pattern id. The compose request
      *    has no classification to mask its rows by, so a classified
      *    predecessor's output is refused as unusable (reason 32)
      *    rather than composed and audited in clear.
       run-chain-compose.
           if ws-chain-reason = 0
               if ws-pd-classified(ws-pred-idx) = "Y"
                   move 32 to ws-chain-reason
               end-if
           end-if
           if ws-chain-reason = 0
               perform varying ws-comp-seg-idx from 1 by 1
                   until ws-comp-seg-idx > 5
                   if cs-in-str(ws-comp-seg-idx) = spaces
                       and cs-pattern-id(ws-comp-seg-idx) = spaces
                       move ws-pd-out(ws-pred-idx)
                           to cs-in-str(ws-comp-seg-idx)
                   end-if
               end-perform
           else
               add 1 to ws-chain-rejected-count
               display "repeat-batch: chained compose key " cp-key
                   " not run -- predecessor " ws-chain-pred-source
                   " " ws-chain-pred-key
           end-if
           perform service-compose-request
           if ws-chain-reason = 0 and rr-status = 00
               add 1 to ws-chain-ok-count
           end-if.

      *    a classified request's extract row travels downstream --
      *    both the string and the produced buffer carry asterisks;
      *    the reject row's string likewise, so browsing REJECTOUT
           move ws-business-date to ck-run-date
           write repeat-checkpoint-rec
           add 1 to ws-chkpt-count
           move function current-date to ws-last-chkpt-ts
           perform show-progress
           perform publish-progress
           perform check-quiesce-request.

      *    progress to the operator console at each checkpoint, so a
               " records, last key " ws-last-key-processed
               ", " ws-rec-rate " rec/sec" upon console.

      *    RUNMON is optional: a run with no monitor file, or one it
      *    cannot open, runs exactly as before, just unwatched. The
      *    forecast fields REPEAT-FORECAST left on the row are kept.
       publish-run-started.
           perform varying ws-priority-class from 1 by 1
               until ws-priority-class > 9
               add ws-class-read(ws-priority-class) to ws-trans-on-file
           end-perform
           open i-o run-monitor-file
           if ws-runmon-fs = "00" or ws-runmon-fs = "05"
               move "y" to ws-runmon-open-sw
               move ws-job-name to mr-job-name
               read run-monitor-file
                   invalid key
                       move spaces to run-monitor-rec
                       move ws-job-name to mr-job-name
                       move zeros to mr-fc-records mr-fc-rate
                           mr-fc-runs mr-fc-elapsed-secs
                       perform fill-monitor-row
                       write run-monitor-rec
                           invalid key
                               move "n" to ws-runmon-open-sw
                       end-write
                   not invalid key
                       perform fill-monitor-row
                       rewrite run-monitor-rec
                           invalid key
                               move "n" to ws-runmon-open-sw
                       end-rewrite
               end-read
               if not ws-runmon-open
                   display "repeat-batch: run monitor row for "
                       ws-job-name " not written, file status "
                       ws-runmon-fs " -- run not monitored"
                   close run-monitor-file
               end-if
           end-if.

       fill-monitor-row.
           move ws-business-date to mr-business-date
           move "R" to mr-state
           move ws-monitor-pass to mr-pass
           move ws-start-ts to mr-start-ts
           move spaces to mr-chkpt-ts
           move spaces to mr-end-ts
           move bc-restart-key to mr-last-key
           move 0 to mr-rec-count
           move 0 to mr-chkpt-count
           move ws-trans-on-file to mr-trans-records.

       publish-progress.
           if ws-runmon-open
               move ws-job-name to mr-job-name
               read run-monitor-file
                   invalid key
                       continue
                   not invalid key
                       move ws-monitor-state to mr-state
                       move ws-monitor-pass to mr-pass
                       move ws-last-key-processed to mr-last-key
                       move ws-rec-count to mr-rec-count
                       move ws-chkpt-count to mr-chkpt-count
                       move ws-last-chkpt-ts to mr-chkpt-ts
                       if ws-monitor-state not = "R"
                           move function current-date to mr-end-ts
                       end-if
                       rewrite run-monitor-rec
                           invalid key
                               continue
                       end-rewrite
               end-read
           end-if.

       publish-run-ended.
           if ws-quiescing
               move "Q" to ws-monitor-state
           else
               move "E" to ws-monitor-state
           end-if
           perform publish-progress
           if ws-runmon-open
               close run-monitor-file
           end-if.

      *    an operator asking for an emergency stop drops any non-blank
      *    record on QUIESCIN; the request is noticed at the next
      *    checkpoint so the record (or vector flush) in flight always
           display "  refused entitlement .... " ws-refused-count
           display "  resubmissions read ..... " ws-resub-read-count
           display "  resubmissions ok ....... " ws-resub-ok-count
           display "  auto-repaired resubmit . " ws-resub-auto-count
           display "  deferred read .......... " ws-defer-read-count
           display "  deferred ok ............ " ws-defer-ok-count
           display "  held for approval ...... " ws-held-count
           display "  approvals released ..... " ws-appr-read-count
           display "  approved ok ............ " ws-appr-ok-count
           display "  declined by supervisor . "
               ws-appr-declined-count
           display "  stream requests ........ " ws-stream-count
           display "  standing entries read .. " ws-standing-read-count
           display "  standing merged ........ "
           display "  compose ok ............. " ws-compose-ok-count
           display "  compose resub read ..... " ws-cresub-read-count
           display "  compose resub ok ....... " ws-cresub-ok-count
           display "  chained read ........... " ws-chain-read-count
           display "  chained ok ............. " ws-chain-ok-count
           display "  chained rejected ....... "
               ws-chain-rejected-count
           perform varying ws-priority-class from 1 by 1
               until ws-priority-class > 9
               if ws-class-read(ws-priority-class) > 0
                       ws-class-proc(ws-priority-class)
               end-if
           end-perform
           display "  completions logged ..... " ws-completion-count
           display "  cache hits ............. " ws-cache-hit-count
           compute ws-elapsed-secs =
               function seconds-past-midnight - ws-start-secs
           display "  total output bytes ..... " ws-total-out-bytes
           if ws-in-rec-count - ws-skipped-rec-count
               + ws-resub-read-count + ws-defer-read-count
               + ws-appr-read-count
               + ws-standing-merged-count + ws-num-read-count
               + ws-compose-read-count + ws-cresub-read-count
               + ws-chain-read-count
               not = ws-rec-count
               display "repeat-batch: OUT OF BALANCE -- "
                   "input/output record counts differ"
