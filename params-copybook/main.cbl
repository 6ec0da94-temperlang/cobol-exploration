           88  ws-pattern-failed  value "y".
       01  ws-run-date            pic x(8).
       01  ws-run-id              pic x(8) value "REPEATCJ".
       01  ws-sens-status         pic 9(2) comp-5.
       01  ws-sens-kind           pic x(1).
       01  ws-sens-rejected-sw    pic x value "n".
           88  ws-sens-rejected   value "y".
       01  ws-mask-len            pic 9(4) comp-5.

       linkage section.
       01  ws-parm-field.
                   end-if
               end-if
           end-if
      *    sensitive-data gate on the effective string (the card's
      *    literal, or the pattern's once resolved): a detection on
      *    an unclassified request makes it classified, and under a
      *    reject policy stops it here as reason 25 -- audited
      *    masked, like any classified request.
           if not ws-pattern-failed
               call "repeat-senschk" using
                   repeat-in-str repeat-user-id repeat-cost-center
                   repeat-source ws-run-id repeat-pattern-id
                   repeat-classified ws-sens-status repeat-reason
                   ws-sens-kind
               if ws-sens-kind not = space
                   display "repeatcall: sensitive data found in an "
                       "unclassified request -- request classified"
               end-if
               if ws-sens-status not = 00
                   display "repeatcall: request rejected -- "
                       "sensitive data in unclassified request"
                   move "y" to ws-sens-rejected-sw
                   move ws-sens-status to repeat-status
                   move 0 to repeat-actual-len
                   move spaces to repeat-out-buf
                   compute ws-ent-in-len =
                       function length(repeat-in-str)
                   move repeat-count to ws-ent-count
                   call "repeat-audit" using
                       repeat-in-str ws-ent-in-len ws-ent-count
                       ws-ent-zero-len repeat-status repeat-reason
                       repeat-cost-center repeat-user-id
                       repeat-source repeat-pattern-id
                       repeat-classified repeat-engine repeat-mode
                   move repeat-status to return-code
               end-if
           end-if
      *    entitlement gate: the request only reaches the wrapper if
      *    the submitting user is allowed this count/engine/mode; a
      *    refusal still leaves an audit row showing who was refused
      *    and lands on the extract with the refusal status.
      *    checked against the effective request -- a pattern's
      *    default count, not the raw card field, is what will run.
           if not ws-pattern-failed and not ws-sens-rejected
               move repeat-count to ws-et-count
      *    projected output bytes for the daily byte quota -- the
      *    same figures the DRY-RUN branch reports.
           end-if
           move repeat-status to ext-status
           move function current-date to ext-timestamp
      *    a classified request's extract row carries asterisks in
      *    both the string and the produced buffer, the same masking
      *    REPEAT-BATCH applies to its extract rows.
           if repeat-classified-yes
               compute ws-mask-len = function length(function trim(
                   ext-in-str))
               if ws-mask-len > 0
                   call "repeat-mask" using ext-in-str ws-mask-len
               end-if
               if ext-len > 0
                   move ext-len to ws-mask-len
                   call "repeat-mask" using ext-out-buf ws-mask-len
               end-if
           end-if
      *    each run cuts its own extract generation (see
      *    repeatcall.jcl), bracketed by a header and a trailer so the
      *    downstream load can verify completeness before loading --
