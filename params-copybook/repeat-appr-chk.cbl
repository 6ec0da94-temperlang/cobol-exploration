       identification division.
       program-id. repeat-appr-chk.

      ******************************************************************
      *    Supervisor-approval gate for the batch paths and the queue
      *    listener: an oversized request is held on the APPRMST
      *    pending-approval master (see repeat-approval-rec.cpy)
      *    instead of running, until the manager of its cost center
      *    approves or declines it on the RPTG screen. The ceilings
      *    come from the THRESHIN table (see
      *    repeat-appr-thresh-rec.cpy), loaded on the first call;
      *    the request is weighed with the REPEAT-FORECAST cost rule.
      *    AC-FUNCTION:
      *      "C"  check the request in AC-REQUEST, from source
      *           AC-SOURCE under id AC-REQUEST-ID, held on business
      *           date AC-BUSINESS-DATE (ignored for a standing
      *           entry). AC-RESULT:
      *             "R"  run it -- within its ceilings, or a standing
      *                  entry approved as it stands
      *             "H"  held now: a pending row was written
      *             "P"  already on the master awaiting release --
      *                  still held
      *             "D"  a standing entry declined as it stands
      *             "U"  source "Q" only: the id is already on the
      *                  master for another message -- nothing was
      *                  written, and the listener retries under the
      *                  next id
      *             "N"  the master could not be opened -- the
      *                  caller lets the request through, as the
      *                  quota check does when QUOTAMST is missing
      *      "N"  return the next decided row (approved or declined,
      *           standing rows aside) for the approval pass: the
      *           request in AC-REQUEST, its source and id, AC-RESULT
      *           "A" or "D" ("E" when there are no more), and the
      *           deciding supervisor and comment.
      *      "M"  mark the row "N" last returned as released on
      *           AC-BUSINESS-DATE, once the approval pass has run or
      *           rejected it -- a run that abends first finds it
      *           again on the rerun, as the deferred pass does.
      *    The master stays open across calls, as the pattern master
      *    does.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional thresh-file assign to threshin
               organization is line sequential
               file status is ws-thresh-fs.
           select approval-file assign to apprmst
               organization is indexed
               access mode is dynamic
               record key is ap-key
               file status is ws-approval-fs.

       data division.
       file section.
       fd  thresh-file.
       copy repeat-appr-thresh-rec.

       fd  approval-file.
       copy repeat-approval-rec.

       working-storage section.
       copy repeat-limits.
       01  ws-thresh-fs         pic x(2).
       01  ws-approval-fs       pic x(2).
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-opened-sw         pic x value "n".
           88  ws-opened        value "y".
       01  ws-open-failed-sw    pic x value "n".
           88  ws-open-failed   value "y".
       01  ws-browsing-sw       pic x value "n".
           88  ws-browsing      value "y".
       01  ws-found-sw          pic x value "n".
           88  ws-found         value "y".
       01  ws-thresh-count      pic 9(4) comp-5 value 0.
       01  ws-thresh-idx        pic 9(4) comp-5.
       01  ws-thresh-table.
           05  ws-thresh-entry occurs 200 times.
               10  ws-th-cost-center  pic x(4).
               10  ws-th-max-bytes    pic 9(12) comp-5.
               10  ws-th-max-records  pic 9(8) comp-5.
       01  ws-match-cc          pic x(4).
       01  ws-max-bytes         pic 9(12) comp-5.
       01  ws-max-records       pic 9(8) comp-5.
       01  ws-est-bytes         pic 9(12) comp-5.
       01  ws-est-records       pic 9(8) comp-5.
       01  ws-in-len            pic 9(4) comp-5.
       01  ws-delim-len         pic 9(4) comp-5.
       01  ws-limit-hit         pic x(1).
       01  ws-last-key          pic x(17).

       linkage section.
       01  ac-function          pic x(1).
       01  ac-source            pic x(1).
       01  ac-request-id        pic x(8).
       01  ac-business-date     pic x(8).
       copy repeat-trans-rec
           replacing leading ==repeat-trans== by ==ac-request==
                     leading ==rt-== by ==aq-==.
       01  ac-result            pic x(1).
       01  ac-decided-by        pic x(8).
       01  ac-comment           pic x(40).

       procedure division
           using
               ac-function
               ac-source
               ac-request-id
               ac-business-date
               ac-request-rec
               ac-result
               ac-decided-by
               ac-comment.
           if not ws-opened
               move "y" to ws-opened-sw
               perform load-thresholds
               open i-o approval-file
               if ws-approval-fs not = "00"
                   and ws-approval-fs not = "05"
                   display "repeat-appr-chk: approval master open "
                       "failed, file status " ws-approval-fs
                       " -- no request will be held"
                   move "y" to ws-open-failed-sw
               end-if
           end-if
           if ws-open-failed
               if ac-function = "C"
                   move "N" to ac-result
               else
                   move "E" to ac-result
               end-if
               goback
           end-if
           evaluate ac-function
               when "C"
                   perform check-request
               when "N"
                   perform next-decided-row
               when "M"
                   perform mark-released
           end-evaluate
           goback.

       load-thresholds.
           open input thresh-file
           perform until ws-eof
               read thresh-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if ws-thresh-count < 200
                           add 1 to ws-thresh-count
                           move th-cost-center to
                               ws-th-cost-center(ws-thresh-count)
                           move 0 to ws-th-max-bytes(ws-thresh-count)
                           move 0 to
                               ws-th-max-records(ws-thresh-count)
                           if th-max-bytes is numeric
                               move th-max-bytes to
                                   ws-th-max-bytes(ws-thresh-count)
                           end-if
                           if th-max-records is numeric
                               move th-max-records to
                                   ws-th-max-records(ws-thresh-count)
                           end-if
                       else
                           display "repeat-appr-chk: threshold table "
                               "over 200 rows -- " th-cost-center
                               " ignored"
                       end-if
               end-read
           end-perform
           close thresh-file.

      *    the department's own ceilings, else the DFLT row's; a
      *    request with no ceiling over it runs.
       check-request.
           move "R" to ac-result
           if aq-cost-center = spaces
               move "DFLT" to ws-match-cc
           else
               move aq-cost-center to ws-match-cc
           end-if
           perform find-ceilings
           if not ws-found
               move "DFLT" to ws-match-cc
               perform find-ceilings
           end-if
           move space to ws-limit-hit
           if ws-found
               perform estimate-request
               if ws-max-bytes > 0 and ws-est-bytes > ws-max-bytes
                   move "B" to ws-limit-hit
               else
                   if ws-max-records > 0
                       and ws-est-records > ws-max-records
                       move "R" to ws-limit-hit
                   end-if
               end-if
           end-if
           if ws-limit-hit not = space
               move ac-source to ap-source
               move ac-request-id to ap-request-id
               if ac-source = "S"
                   move spaces to ap-held-date
               else
                   move ac-business-date to ap-held-date
               end-if
               read approval-file
                   invalid key
                       perform write-pending-row
                       move "H" to ac-result
                   not invalid key
                       perform judge-existing-row
               end-read
           end-if.

       find-ceilings.
           move "n" to ws-found-sw
           perform varying ws-thresh-idx from 1 by 1
               until ws-thresh-idx > ws-thresh-count or ws-found
               if ws-th-cost-center(ws-thresh-idx) = ws-match-cc
                   move "y" to ws-found-sw
                   move ws-th-max-bytes(ws-thresh-idx) to ws-max-bytes
                   move ws-th-max-records(ws-thresh-idx)
                       to ws-max-records
               end-if
           end-perform.

      *    the REPEAT-FORECAST rule, untrimmed input length and all.
       estimate-request.
           move 0 to ws-est-bytes
           move 0 to ws-est-records
           compute ws-in-len = function length(aq-in-str)
           evaluate true
               when aq-mode-stream
                   if aq-stream-lrecl is numeric
                       and aq-stream-reccount is numeric
                       compute ws-est-bytes =
                           aq-stream-lrecl * aq-stream-reccount
                       move aq-stream-reccount to ws-est-records
                   end-if
               when aq-mode-fill
                   move repeat-max-out-len to ws-est-bytes
                   move 1 to ws-est-records
               when other
                   if aq-count is numeric and aq-count > 0
                       if aq-delimiter = spaces
                           move 1 to ws-delim-len
                       else
                           compute ws-delim-len = function length(
                               function trim(aq-delimiter))
                       end-if
                       compute ws-est-bytes =
                           (aq-count * ws-in-len)
                           + ((aq-count - 1) * ws-delim-len)
                       if aq-mode-number and aq-seq-pos = 0
                           compute ws-est-bytes = ws-est-bytes
                               + (aq-count * aq-seq-width)
                           if aq-seq-check = "L" or aq-seq-check = "E"
                               add aq-count to ws-est-bytes
                           end-if
                       end-if
                       move aq-count to ws-est-records
                   end-if
           end-evaluate.

      *    a request already on the master stays held until the
      *    approval pass releases it; a standing entry is judged by
      *    its decision for as long as the entry is unchanged. The
      *    listener takes a new id for every message and never checks
      *    one twice, so a queue row already under the id is another
      *    message's.
       judge-existing-row.
           evaluate true
               when ap-source = "Q"
                   move "U" to ac-result
               when ap-source not = "S"
                   move "P" to ac-result
               when ap-request not = ac-request-rec
                   perform fill-pending-row
                   rewrite repeat-approval-rec
                       invalid key
                           display "repeat-appr-chk: rewrite "
                               "rejected for standing entry "
                               ap-request-id ", file status "
                               ws-approval-fs
                   end-rewrite
                   move "H" to ac-result
               when ap-approved
                   move "R" to ac-result
               when ap-declined or ap-rejected
                   move "D" to ac-result
               when other
                   move "P" to ac-result
           end-evaluate.

       write-pending-row.
           perform fill-pending-row
           write repeat-approval-rec
               invalid key
                   display "repeat-appr-chk: write rejected for "
                       ap-source " " ap-request-id ", file status "
                       ws-approval-fs
           end-write.

       fill-pending-row.
           move "P" to ap-status
           move aq-user-id to ap-user-id
           move aq-cost-center to ap-cost-center
           move ws-est-bytes to ap-est-bytes
           move ws-est-records to ap-est-records
           move ws-limit-hit to ap-limit-hit
           move function current-date to ap-held-ts
           move spaces to ap-decided-by
           move spaces to ap-decided-ts
           move spaces to ap-comment
           move spaces to ap-released-date
           move ac-request-rec to ap-request.

      *    the browse starts at the front of the master on the
      *    first call of the run and carries on from there.
       next-decided-row.
           move "n" to ws-found-sw
           move "n" to ws-eof-sw
           if not ws-browsing
               move "y" to ws-browsing-sw
               move low-values to ap-key
               start approval-file key >= ap-key
                   invalid key
                       move "y" to ws-eof-sw
               end-start
           end-if
           perform until ws-found or ws-eof
               read approval-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if ap-source not = "S"
                           and (ap-approved or ap-declined)
                           move "y" to ws-found-sw
                       end-if
               end-read
           end-perform
           if ws-found
               move ap-key to ws-last-key
               move ap-source to ac-source
               move ap-request-id to ac-request-id
               move ap-request to ac-request-rec
               move ap-status to ac-result
               move ap-decided-by to ac-decided-by
               move ap-comment to ac-comment
           else
               move "E" to ac-result
           end-if.

      *    a random read by the key "N" returned leaves the browse
      *    positioned just after it, where the next "N" carries on.
       mark-released.
           move ws-last-key to ap-key
           read approval-file
               invalid key
                   display "repeat-appr-chk: released row "
                       ws-last-key " no longer on the master"
               not invalid key
                   if ap-approved
                       move "X" to ap-status
                   else
                       move "J" to ap-status
                   end-if
                   move ac-business-date to ap-released-date
                   rewrite repeat-approval-rec
                       invalid key
                           display "repeat-appr-chk: release "
                               "rewrite rejected for " ws-last-key
                               ", file status " ws-approval-fs
                   end-rewrite
           end-read.
       end program repeat-appr-chk.
