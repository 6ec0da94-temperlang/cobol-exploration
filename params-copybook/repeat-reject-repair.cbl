       identification division.
       program-id. repeat-reject-repair.

      ******************************************************************
      *    Rule-based repair of tonight's rejects, run after
      *    REPEAT-BATCH and ahead of REPEAT-REJECT-LOAD: every
      *    REJECTOUT row whose failure reason the repair-rule table
      *    (REPRULE, see repeat-repair-rule-rec.cpy) says may be
      *    corrected is corrected and appended to RESUBOUT -- the
      *    next night's RESUBIN, alongside the hand repairs -- tagged
      *    RJ-REPAIR-TAG "A". Everything else is left on REJMST for
      *    manual repair, as before. Never repaired automatically:
      *      - a classified request (its reject row carries the
      *        masked string -- it is repaired from the vault);
      *      - a resubmission that failed again (source "R") --
      *        whoever repaired it, a person looks at it next;
      *      - a row cut before the failure reason was recorded.
      *    A rule whose correction does not fit the request (the
      *    count already within the entitlement, a numbered request
      *    whose sequence cannot fit eight digits, a successor
      *    pattern not on the master, ...) leaves the reject for
      *    manual repair with the reason printed.
      *    The register lists each change -- key, source, user,
      *    department, reason, and what was altered -- so the
      *    submitter can be told before the corrected request runs.
      *    Returns 4 when any reject is left for manual repair, 8
      *    when the control totals do not balance, 16 when REJECTIN
      *    cannot be read.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional rule-file assign to reprule
               organization is line sequential.
           select reject-file assign to rejectin
               organization is line sequential
               file status is ws-reject-fs.
           select optional entitle-file assign to entitlin
               organization is line sequential.
           select optional pattern-file assign to patternf
               organization is indexed
               access mode is random
               record key is pt-id
               file status is ws-pattern-fs.
           select resub-file assign to resubout
               organization is line sequential.

       data division.
       file section.
       fd  rule-file.
       copy repeat-repair-rule-rec.

       fd  reject-file.
       copy repeat-reject-rec.

       fd  entitle-file.
       copy repeat-entitle-rec.

       fd  pattern-file.
       copy repeat-pattern-rec.

       fd  resub-file.
       copy repeat-reject-rec
           replacing leading ==repeat-reject== by ==repeat-resub==
                     leading ==rj-== by ==rs-==.

       working-storage section.
       copy repeat-limits.
       01  ws-reject-fs         pic x(2).
       01  ws-pattern-fs        pic x(2).
       01  ws-pattern-open-sw   pic x value "n".
           88  ws-pattern-open  value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-run-date          pic x(8).
      *    the rule table as loaded from REPRULE.
       01  ws-rule-count        pic 9(4) comp-5 value 0.
       01  ws-rule-ignored      pic 9(4) comp-5 value 0.
       01  ws-rule-table.
           05  ws-rule-entry occurs 200 times.
               10  ws-ru-reason       pic 9(2).
               10  ws-ru-cost-center  pic x(4).
               10  ws-ru-action       pic x(1).
               10  ws-ru-retired      pic x(8).
               10  ws-ru-successor    pic x(8).
               10  ws-ru-lrecl        pic 9(4).
               10  ws-ru-route        pic x(8).
       01  ws-rule-idx          pic 9(4) comp-5.
       01  ws-rule-found-idx    pic 9(4) comp-5.
       01  ws-look-reason       pic 9(2).
       01  ws-look-cost-center  pic x(4).
       01  ws-look-pattern      pic x(8).
       01  ws-rule-fits-sw      pic x(1).
           88  ws-rule-fits     value "y".
      *    per-request maximum counts from ENTITLIN ("U" rows).
       01  ws-ent-count         pic 9(4) comp-5 value 0.
       01  ws-ent-table.
           05  ws-ent-entry occurs 100 times.
               10  ws-ent-user-id     pic x(8).
               10  ws-ent-max-count   pic 9(4).
       01  ws-ent-idx           pic 9(4) comp-5.
      *    the reject in hand and what became of it.
       01  ws-outcome-sw        pic x(1).
           88  ws-repaired      value "y".
       01  ws-manual-text       pic x(40).
       01  ws-change-text       pic x(60).
       01  ws-cap-count         pic 9(4).
       01  ws-last-seq          pic 9(9) comp-5.
       01  ws-seq-limit         pic 9(9) comp-5.
       01  ws-new-width         pic 9(2).
       01  ws-emit-len          pic 9(2) comp-5.
       01  ws-unit-len          pic 9(4) comp-5.
       01  ws-new-lrecl         pic 9(4).
       01  ws-reps-per-rec      pic 9(4) comp-5.
       01  ws-new-reccount      pic 9(8).
       01  ws-old-value         pic 9(8).
       01  ws-old-edit          pic z(7)9.
       01  ws-new-edit          pic z(7)9.
       01  ws-rejects-read      pic 9(8) comp-5 value 0.
       01  ws-repaired-count    pic 9(8) comp-5 value 0.
       01  ws-manual-count      pic 9(8) comp-5 value 0.
       01  ws-action-counts.
           05  ws-cap-repairs       pic 9(8) comp-5 value 0.
           05  ws-stream-repairs    pic 9(8) comp-5 value 0.
           05  ws-widen-repairs     pic 9(8) comp-5 value 0.
           05  ws-successor-repairs pic 9(8) comp-5 value 0.
       01  ws-manual-counts.
           05  ws-no-rule-count     pic 9(8) comp-5 value 0.
           05  ws-rule-manual-count pic 9(8) comp-5 value 0.
           05  ws-excluded-count    pic 9(8) comp-5 value 0.
           05  ws-no-fit-count      pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           move function current-date(1:8) to ws-run-date
           perform load-rule-table
           perform load-entitlements
           open input pattern-file
           if ws-pattern-fs = "00"
               move "y" to ws-pattern-open-sw
           else
               display "repeat-reject-repair: pattern master not "
                   "available, file status " ws-pattern-fs
                   " -- successor patterns cannot be checked"
           end-if
           open input reject-file
           if ws-reject-fs not = "00"
               display "repeat-reject-repair: reject file open "
                   "failed, file status " ws-reject-fs
               move 16 to return-code
               goback
           end-if
           open extend resub-file
           display "repeat-reject-repair: register of automatic "
               "repairs, " ws-run-date
           display "  key    src user     dept rsn change"
           move "n" to ws-eof-sw
           perform until ws-eof
               read reject-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform repair-one-reject
               end-read
           end-perform
           close reject-file resub-file
           if ws-pattern-open
               close pattern-file
           end-if
           display "repeat-reject-repair: control totals"
           display "  repair rules loaded .... " ws-rule-count
           display "  repair rules ignored ... " ws-rule-ignored
           display "  rejects read ........... " ws-rejects-read
           display "  repaired to resubout ... " ws-repaired-count
           display "    count capped ........ " ws-cap-repairs
           display "    switched to stream .. " ws-stream-repairs
           display "    sequence widened .... " ws-widen-repairs
           display "    successor pattern ... " ws-successor-repairs
           display "  left for manual repair . " ws-manual-count
           display "    no rule for reason .. " ws-no-rule-count
           display "    rule says manual .... " ws-rule-manual-count
           display "    not eligible ........ " ws-excluded-count
           display "    rule does not fit ... " ws-no-fit-count
           if ws-rejects-read not = ws-repaired-count + ws-manual-count
               display "repeat-reject-repair: OUT OF BALANCE -- "
                   "rejects read differ from repaired plus manual"
               move 8 to return-code
           else
               if ws-manual-count > 0
                   move 4 to return-code
               end-if
           end-if
           goback.

      *    a row whose action does not belong with its reason, or
      *    whose successor row names no patterns, is ignored with a
      *    console note; a later row for the same reason, department,
      *    and retired pattern replaces an earlier one.
       load-rule-table.
           open input rule-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read rule-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform load-one-rule
               end-read
           end-perform
           close rule-file.

       load-one-rule.
           move "n" to ws-rule-fits-sw
           if rp-reason is numeric
               evaluate true
                   when rp-action-manual
                       move "y" to ws-rule-fits-sw
                   when rp-action-cap
                       and (rp-reason = 02 or rp-reason = 13)
                       move "y" to ws-rule-fits-sw
                   when rp-action-stream and rp-reason = 05
                       and rp-stream-lrecl is numeric
                       and rp-stream-lrecl <= 800
                       move "y" to ws-rule-fits-sw
                   when rp-action-widen
                       and (rp-reason = 06 or rp-reason = 08)
                       move "y" to ws-rule-fits-sw
                   when rp-action-successor and rp-reason = 18
                       and rp-retired-pattern not = spaces
                       and rp-successor-pattern not = spaces
                       move "y" to ws-rule-fits-sw
               end-evaluate
           end-if
           if not ws-rule-fits
               add 1 to ws-rule-ignored
               display "repeat-reject-repair: rule ignored -- reason "
                   rp-reason " dept " rp-cost-center " action "
                   rp-action
           else
               if not rp-action-successor
                   move spaces to rp-retired-pattern
               end-if
               move rp-reason to ws-look-reason
               move rp-cost-center to ws-look-cost-center
               move rp-retired-pattern to ws-look-pattern
               perform find-rule-entry
               if ws-rule-found-idx = 0
                   if ws-rule-count < 200
                       add 1 to ws-rule-count
                       move ws-rule-count to ws-rule-found-idx
                   else
                       add 1 to ws-rule-ignored
                       display "repeat-reject-repair: rule table "
                           "full -- reason " rp-reason " dept "
                           rp-cost-center " ignored"
                   end-if
               end-if
               if ws-rule-found-idx > 0
                   move rp-reason to ws-ru-reason(ws-rule-found-idx)
                   move rp-cost-center
                       to ws-ru-cost-center(ws-rule-found-idx)
                   move rp-action to ws-ru-action(ws-rule-found-idx)
                   move rp-retired-pattern
                       to ws-ru-retired(ws-rule-found-idx)
                   move rp-successor-pattern
                       to ws-ru-successor(ws-rule-found-idx)
                   move rp-stream-lrecl
                       to ws-ru-lrecl(ws-rule-found-idx)
                   move rp-stream-route
                       to ws-ru-route(ws-rule-found-idx)
               end-if
           end-if.

       find-rule-entry.
           move 0 to ws-rule-found-idx
           perform varying ws-rule-idx from 1 by 1
               until ws-rule-idx > ws-rule-count
                   or ws-rule-found-idx > 0
               if ws-ru-reason(ws-rule-idx) = ws-look-reason
                   and ws-ru-cost-center(ws-rule-idx)
                       = ws-look-cost-center
                   and ws-ru-retired(ws-rule-idx) = ws-look-pattern
                   move ws-rule-idx to ws-rule-found-idx
               end-if
           end-perform.

      *    user rows only -- the per-request maximum is all the count
      *    cap needs; department rows carry daily ceilings.
       load-entitlements.
           open input entitle-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read entitle-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if en-user-row and ws-ent-count < 100
                           add 1 to ws-ent-count
                           move en-user-id
                               to ws-ent-user-id(ws-ent-count)
                           move en-max-count
                               to ws-ent-max-count(ws-ent-count)
                       end-if
               end-read
           end-perform
           close entitle-file.

       repair-one-reject.
           add 1 to ws-rejects-read
           move "n" to ws-outcome-sw
           move spaces to ws-manual-text
           evaluate true
               when rj-classified = "Y"
                   move "classified -- repair from the vault"
                       to ws-manual-text
                   add 1 to ws-excluded-count
               when rj-source = "R"
                   move "resubmission failed again"
                       to ws-manual-text
                   add 1 to ws-excluded-count
               when rj-fail-reason is not numeric
                   or rj-fail-reason = 0
                   move "no failure reason on the row"
                       to ws-manual-text
                   add 1 to ws-excluded-count
               when other
                   perform apply-repair-rule
           end-evaluate
           if ws-repaired
               add 1 to ws-repaired-count
               move repeat-reject-rec to repeat-resub-rec
               move "A" to rs-repair-tag
               write repeat-resub-rec
               display "  " rj-key " " rj-source "   " rj-user-id " "
                   rj-cost-center " " rj-fail-reason "  "
                   ws-change-text
           else
               add 1 to ws-manual-count
           end-if.

      *    the department's own row first, then the all-departments
      *    row; a successor rule is looked up by the retired pattern
      *    the reject names.
       apply-repair-rule.
           move rj-fail-reason to ws-look-reason
           move rj-cost-center to ws-look-cost-center
           if rj-fail-reason = 18
               move rj-pattern-id to ws-look-pattern
           else
               move spaces to ws-look-pattern
           end-if
           perform find-rule-entry
           if ws-rule-found-idx = 0
               move spaces to ws-look-cost-center
               perform find-rule-entry
           end-if
           if ws-rule-found-idx = 0
               add 1 to ws-no-rule-count
           else
               evaluate ws-ru-action(ws-rule-found-idx)
                   when "C"
                       perform cap-count
                   when "S"
                       perform switch-to-stream
                   when "W"
                       perform widen-sequence
                   when "P"
                       perform substitute-successor
                   when other
                       add 1 to ws-rule-manual-count
               end-evaluate
               if not ws-repaired and ws-manual-text not = spaces
                   add 1 to ws-no-fit-count
                   display "  " rj-key " " rj-source "   " rj-user-id
                       " " rj-cost-center " " rj-fail-reason
                       "  left for manual repair -- "
                       ws-manual-text
               end-if
           end-if.

      *    the lower of the user's entitlement maximum and the
      *    installation ceiling.
       cap-count.
           move repeat-max-count to ws-cap-count
           perform varying ws-ent-idx from 1 by 1
               until ws-ent-idx > ws-ent-count
               if ws-ent-user-id(ws-ent-idx) = rj-user-id
                   and ws-ent-max-count(ws-ent-idx) is numeric
                   and ws-ent-max-count(ws-ent-idx) < ws-cap-count
                   move ws-ent-max-count(ws-ent-idx) to ws-cap-count
               end-if
           end-perform
           evaluate true
               when ws-cap-count = 0
                   move "user may not repeat at all"
                       to ws-manual-text
               when rj-count is not numeric
                   or rj-count <= ws-cap-count
                   move "count already within the maximum"
                       to ws-manual-text
               when other
                   move rj-count to ws-old-value
                   move ws-old-value to ws-old-edit
                   move ws-cap-count to ws-new-edit
                   move spaces to ws-change-text
                   string "count " function trim(ws-old-edit)
                       " capped to " function trim(ws-new-edit)
                       delimited by size into ws-change-text
                   move ws-cap-count to rj-count
                   add 1 to ws-cap-repairs
                   move "y" to ws-outcome-sw
           end-evaluate.

      *    the stream engine repeats the whole 80-byte input field,
      *    trailing blanks included (see repeat-stream.cbl), so a
      *    repetition is 80 bytes whatever the string's length:
      *    records of as many whole repetitions as the rule's record
      *    length holds, enough records to carry the count -- a
      *    repetition is never split across records, so the last
      *    record may carry a few more than asked.
       switch-to-stream.
           compute ws-unit-len = function length(rj-in-str)
           move ws-ru-lrecl(ws-rule-found-idx) to ws-new-lrecl
           if ws-new-lrecl = 0
               move 800 to ws-new-lrecl
           end-if
           compute ws-reps-per-rec = ws-new-lrecl / ws-unit-len
           evaluate true
               when not rj-mode-count
                   move "not a count-mode request"
                       to ws-manual-text
               when rj-delimiter not = spaces
                   move "delimited -- a stream has no delimiters"
                       to ws-manual-text
               when rj-encoding = "DBCS"
                   move "DBCS input" to ws-manual-text
               when rj-in-str = spaces
                   move "empty string" to ws-manual-text
               when rj-count is not numeric or rj-count = 0
                   move "count missing" to ws-manual-text
               when ws-reps-per-rec = 0
                   move "record length under the 80-byte field"
                       to ws-manual-text
               when other
                   compute ws-new-lrecl = ws-reps-per-rec * ws-unit-len
                   compute ws-new-reccount =
                       (rj-count + ws-reps-per-rec - 1)
                       / ws-reps-per-rec
                   if ws-new-reccount > repeat-stream-max-recs
                       move "stream would pass the record ceiling"
                           to ws-manual-text
                   else
                       move ws-new-reccount to ws-new-edit
                       move ws-reps-per-rec to ws-old-value
                       move ws-old-value to ws-old-edit
                       move spaces to ws-change-text
                       string "to stream "
                           function trim(ws-new-edit)
                           " records of " function trim(ws-old-edit)
                           " x 80 bytes route "
                           ws-ru-route(ws-rule-found-idx)
                           delimited by size into ws-change-text
                       move "S" to rj-mode
                       move ws-new-lrecl to rj-stream-lrecl
                       move ws-new-reccount to rj-stream-reccount
                       move ws-ru-route(ws-rule-found-idx)
                           to rj-stream-route
                       add 1 to ws-stream-repairs
                       move "y" to ws-outcome-sw
                   end-if
           end-evaluate.

      *    the narrowest width (at most eight digits) the request's
      *    last sequence value fits; an overlay must still fit the
      *    80-byte repetition with its check digit.
       widen-sequence.
           move 0 to ws-new-width
           if rj-mode-number and rj-seq-start is numeric
               and rj-count is numeric and rj-count > 0
               compute ws-last-seq = rj-seq-start + rj-count - 1
               move 1 to ws-new-width
               move 10 to ws-seq-limit
               perform until ws-last-seq < ws-seq-limit
                   or ws-new-width > 8
                   add 1 to ws-new-width
                   compute ws-seq-limit = ws-seq-limit * 10
               end-perform
           end-if
           if rj-seq-check = space or rj-seq-check = "N"
               move ws-new-width to ws-emit-len
           else
               compute ws-emit-len = ws-new-width + 1
           end-if
           evaluate true
               when not rj-mode-number
                   move "not a numbered request" to ws-manual-text
               when ws-new-width = 0 or ws-new-width > 8
                   move "sequence needs more than eight digits"
                       to ws-manual-text
               when rj-seq-width is numeric
                   and rj-seq-width >= ws-new-width
                   and rj-seq-width <= 8
                   move "sequence width already wide enough"
                       to ws-manual-text
               when rj-seq-pos is numeric and rj-seq-pos > 0
                   and rj-seq-pos + ws-emit-len - 1 > 80
                   move "widened sequence would overrun the string"
                       to ws-manual-text
               when other
                   move spaces to ws-change-text
                   if rj-seq-width is numeric
                       string "sequence width " rj-seq-width
                           " widened to " ws-new-width
                           delimited by size into ws-change-text
                   else
                       string "sequence width set to " ws-new-width
                           delimited by size into ws-change-text
                   end-if
                   move ws-new-width to rj-seq-width
                   add 1 to ws-widen-repairs
                   move "y" to ws-outcome-sw
           end-evaluate.

       substitute-successor.
           if not ws-pattern-open
               move "pattern master not available"
                   to ws-manual-text
           else
               move ws-ru-successor(ws-rule-found-idx) to pt-id
               read pattern-file
                   invalid key
                       move "successor pattern not on the master"
                           to ws-manual-text
                   not invalid key
                       move spaces to ws-change-text
                       string "pattern " rj-pattern-id
                           " replaced by successor " pt-id
                           delimited by size into ws-change-text
                       move pt-id to rj-pattern-id
                       add 1 to ws-successor-repairs
                       move "y" to ws-outcome-sw
               end-read
           end-if.
       end program repeat-reject-repair.
