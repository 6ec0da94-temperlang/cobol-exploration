      *    listener keeps servicing the queue either way. At
      *    shutdown a session telemetry row goes to STATSOUT so
      *    REPTPERF sees the queue path alongside the batch jobs.
      *    Every message taken also leaves a timing row on RESPLOG
      *    (see repeat-resp-time-rec.cpy) -- arrival, completion,
      *    time in the entitlement gate and in REPEAT-WRAPPER, and
      *    the outcome -- for the REPEAT-RESP-RPT response-time
      *    report.
      *    A request over its department's approval ceiling is held
      *    on APPRMST for its supervisor (see repeat-appr-chk.cbl)
      *    and replied to at once with status 16 reason 27; once
      *    approved it runs in the next night's REPEAT-BATCH approval
      *    pass, and its output is on that night's result file and
      *    extract, not on the reply queue.
      *    The control blocks below are the subset of the queue
      *    product's MQMD/MQOD/MQGMO/MQPMO this program touches,
      *    padded with FILLER to the vendor-documented lengths.
               organization is line sequential.
           select stats-file assign to statsout
               organization is line sequential.
           select resp-time-file assign to resplog
               organization is line sequential.

       data division.
       file section.
       fd  stats-file.
       copy repeat-run-stats-rec.

      *    one timing row per message taken, appended as it is
      *    answered, for REPEAT-RESP-RPT.
       fd  resp-time-file.
       copy repeat-resp-time-rec.

       fd  control-card.
       01  listener-card-rec.
           05  lc-qmgr-name       pic x(48).
           88  ws-stopping      value "y".
       01  ws-requests-served   pic 9(8) comp-5 value 0.
       01  ws-requests-refused  pic 9(8) comp-5 value 0.
       01  ws-requests-held     pic 9(8) comp-5 value 0.
       01  ws-replies-put       pic 9(8) comp-5 value 0.
       01  ws-deadlettered      pic 9(8) comp-5 value 0.
       01  ws-reply-bytes       pic 9(12) comp-5 value 0.
       01  ws-ent-est-bytes     pic 9(12) comp-5 value 0.
       01  ws-ent-delim-len     pic 9(4) comp-5.
       01  ws-ent-in-len        pic 9(4) comp-5.
       01  ws-sens-status       pic 9(2) comp-5.
       01  ws-sens-kind         pic x(1).
       01  ws-sens-key          pic x(8) value spaces.
      *    the request as the approval gate weighs it, in
      *    transaction-record form, held under the time of day the
      *    listener took it.
       copy repeat-trans-rec
           replacing leading ==repeat-trans== by ==ws-queue-trans==
                     leading ==rt-== by ==qt-==.
       01  ws-appr-function     pic x(1) value "C".
       01  ws-appr-source       pic x(1) value "Q".
       01  ws-appr-request-id   pic x(8).
       01  ws-appr-id-num redefines ws-appr-request-id pic 9(8).
       01  ws-appr-date         pic x(8).
       01  ws-appr-now          pic x(21).
       01  ws-appr-tries        pic 9(4) comp-5.
       01  ws-appr-result       pic x(1).
           88  ws-appr-held     value "H" "P" "D" "U".
           88  ws-appr-id-used  value "U".
       01  ws-appr-decided-by   pic x(8).
       01  ws-appr-comment      pic x(40).
      *    response-time telemetry: the stamp in hand in hundredths
      *    of a second, the message's arrival, the start of the
      *    phase being timed, and the session's message sequence
      *    that identifies each timing row.
       01  ws-tm-stamp          pic x(26).
       01  ws-tm-stamp-parts redefines ws-tm-stamp.
           05  ws-tm-date       pic 9(8).
           05  ws-tm-hh         pic 9(2).
           05  ws-tm-mi         pic 9(2).
           05  ws-tm-ss         pic 9(2).
           05  ws-tm-cc         pic 9(2).
           05  filler           pic x(10).
       01  ws-tm-stamp-hs       pic 9(15) comp-5.
       01  ws-tm-arrival-hs     pic 9(15) comp-5.
       01  ws-tm-mark-hs        pic 9(15) comp-5.
       01  ws-tm-elapsed-hs     pic 9(8) comp-5.
       01  ws-tm-seq            pic 9(8) value 0.

       01  mq-conn-handle       pic s9(9) comp-5.
       01  mq-obj-handle        pic s9(9) comp-5.
               move 16 to return-code
               goback
           end-if
           open extend resp-time-file
           display "repeat-mq-listener: listening on "
               lc-request-queue
           move function current-date to ws-start-ts
               mq-conn-handle mq-comp-code mq-reason-code
           display "repeat-mq-listener: stopped -- served "
               ws-requests-served " request(s), refused "
               ws-requests-refused ", held " ws-requests-held
               ", replied " ws-replies-put
               ", dead-lettered " ws-deadlettered
           close resp-time-file
           perform write-session-stats
           goback.

                   move "y" to ws-stop-sw
               when other
                   move 0 to ws-get-failures
                   perform start-resp-timing
                   perform validate-queued-request
                   perform write-resp-time
           end-evaluate.

      *    the message's arrival, with every phase time cleared --
      *    a phase the message never reaches reports zero, and a
      *    message dead-lettered at parsing reports status zero.
       start-resp-timing.
           move spaces to repeat-resp-time-rec
           move "Q" to tm-path
           add 1 to ws-tm-seq
           move ws-tm-seq to tm-request-id
           move mq-rq-user-id to tm-user-id
           move mq-rq-cost-center to tm-cost-center
           move function current-date to tm-arrival-ts
           move tm-arrival-ts to ws-tm-stamp
           perform stamp-to-hundredths
           move ws-tm-stamp-hs to ws-tm-arrival-hs
           move ws-tm-stamp-hs to ws-tm-mark-hs
           move 0 to tm-entitle-hs
           move 0 to tm-pattern-hs
           move 0 to tm-wrapper-hs
           move 0 to tm-status
           move 0 to tm-reason
           move "A" to tm-outcome.

       start-phase-timer.
           move function current-date to ws-tm-stamp
           perform stamp-to-hundredths
           move ws-tm-stamp-hs to ws-tm-mark-hs.

       stop-phase-timer.
           move function current-date to ws-tm-stamp
           perform stamp-to-hundredths
           move 0 to ws-tm-elapsed-hs
           if ws-tm-stamp-hs > ws-tm-mark-hs
               compute ws-tm-elapsed-hs =
                   ws-tm-stamp-hs - ws-tm-mark-hs
           end-if.

      *    hundredths of a second since the integer-date epoch.
       stamp-to-hundredths.
           move 0 to ws-tm-stamp-hs
           if ws-tm-date is numeric and ws-tm-date > 16010100
               and ws-tm-hh is numeric and ws-tm-mi is numeric
               and ws-tm-ss is numeric and ws-tm-cc is numeric
               compute ws-tm-stamp-hs =
                   function integer-of-date(ws-tm-date) * 8640000
                   + ws-tm-hh * 360000 + ws-tm-mi * 6000
                   + ws-tm-ss * 100 + ws-tm-cc
           end-if.

      *    the reply (or dead-letter) is out: the message's response
      *    time runs from its arrival to now.
       write-resp-time.
           move function current-date to tm-complete-ts
           move tm-complete-ts to ws-tm-stamp
           perform stamp-to-hundredths
           move 0 to tm-response-hs
           if ws-tm-stamp-hs > ws-tm-arrival-hs
               compute tm-response-hs =
                   ws-tm-stamp-hs - ws-tm-arrival-hs
           end-if
           write repeat-resp-time-rec.

      *    parse validation before any processing: a short buffer or
      *    a non-numeric count is a poison message -- dead-lettered
      *    with the reason, and the listener moves on to the next

       put-deadletter.
           add 1 to ws-deadlettered
           move "X" to tm-outcome
           display "repeat-mq-listener: message dead-lettered -- "
               dl-reason
           move repeat-mq-request-msg to dl-data
           close stats-file.

      *    the same request handling every other path gets: the
      *    sensitive-data scan and the entitlement gate first, then
      *    REPEAT-WRAPPER with the audit active (this listener runs
      *    in a batch region, so the audit file is as reachable as it
      *    is for REPEAT-BATCH).
       process-queued-request.
           move mq-rq-in-str to repeat-in-str
           move mq-rq-count to repeat-count
                   end-if
               end-if
           end-if
      *    the message carries no classification of its own, so
      *    every string is scanned: a detection makes the request
      *    classified, and a reject policy refuses it as reason 25.
           call "repeat-senschk" using
               repeat-in-str repeat-user-id repeat-cost-center
               repeat-source ws-sens-key repeat-pattern-id
               repeat-classified ws-sens-status repeat-reason
               ws-sens-kind
           if ws-sens-status not = 00
               add 1 to ws-requests-refused
               move ws-sens-status to repeat-status
               move 0 to repeat-actual-len
               move spaces to repeat-out-buf
               move "R" to tm-outcome
               perform audit-refused-request
           else
               perform check-approval
               if ws-appr-held
                   add 1 to ws-requests-held
                   move "H" to tm-outcome
                   move 16 to repeat-status
                   move 27 to repeat-reason
                   move 0 to repeat-actual-len
                   move spaces to repeat-out-buf
                   perform audit-refused-request
               else
                   perform gate-and-run-request
               end-if
           end-if
           move repeat-status to tm-status
           move repeat-reason to tm-reason
           perform put-reply.

       check-approval.
           move spaces to ws-queue-trans-rec
           move zeros to qt-key
           move mq-rq-in-str to qt-in-str
           move mq-rq-count to qt-count
           move mq-rq-delimiter to qt-delimiter
           move mq-rq-mode to qt-mode
           move mq-rq-encoding to qt-encoding
           move mq-rq-engine to qt-engine
           move mq-rq-cost-center to qt-cost-center
           move mq-rq-user-id to qt-user-id
           move mq-rq-seq-start to qt-seq-start
           move mq-rq-seq-width to qt-seq-width
           move mq-rq-seq-pos to qt-seq-pos
           move zeros to qt-stream-lrecl
           move zeros to qt-stream-reccount
           move zeros to qt-priority
           move mq-rq-seq-check to qt-seq-check
           move repeat-classified to qt-classified
      *    the date and the id come from one reading of the clock,
      *    so the two cannot straddle midnight. An id already on the
      *    master belongs to another message taken in the same
      *    hundredth of a second: the id is stepped on and the check
      *    retried, so each held message has a row of its own.
           move function current-date to ws-appr-now
           move ws-appr-now(1:8) to ws-appr-date
           move ws-appr-now(9:8) to ws-appr-request-id
           move 0 to ws-appr-tries
           move "U" to ws-appr-result
           perform until not ws-appr-id-used or ws-appr-tries >= 100
               if ws-appr-tries > 0
                   if ws-appr-id-num = 99999999
                       move 0 to ws-appr-id-num
                   else
                       add 1 to ws-appr-id-num
                   end-if
               end-if
               add 1 to ws-appr-tries
               call "repeat-appr-chk" using
                   ws-appr-function ws-appr-source ws-appr-request-id
                   ws-appr-date ws-queue-trans-rec ws-appr-result
                   ws-appr-decided-by ws-appr-comment
           end-perform
      *    no free id in 100 steps: the request is refused as held
      *    rather than let past the gate with no row to release it.
           if ws-appr-id-used
               display "repeat-mq-listener: no free approval id from "
                   ws-appr-now(9:8) " on " ws-appr-date
                   " -- request refused as held"
           end-if.

       gate-and-run-request.
           perform start-phase-timer
           call "repeat-entitle" using
               repeat-user-id ws-et-count repeat-engine repeat-mode
               repeat-cost-center ws-ent-est-bytes
               ws-entitle-status ws-entitle-reason repeat-reason
           perform stop-phase-timer
           move ws-tm-elapsed-hs to tm-entitle-hs
           if ws-entitle-status not = 00
               add 1 to ws-requests-refused
               move "R" to tm-outcome
               move ws-entitle-status to repeat-status
               move 0 to repeat-actual-len
               move spaces to repeat-out-buf
               perform audit-refused-request
           else
               add 1 to ws-requests-served
               perform start-phase-timer
               call "repeat-wrapper" using
                   repeat-in-str repeat-count repeat-delimiter
                   repeat-mode repeat-encoding repeat-engine
                   repeat-seq-start repeat-seq-width repeat-seq-pos
                   repeat-reason repeat-pattern-id repeat-seq-check
               repeat-classified
               perform stop-phase-timer
               move ws-tm-elapsed-hs to tm-wrapper-hs
           end-if.

       audit-refused-request.
           compute ws-aud-in-len = function length(repeat-in-str)
