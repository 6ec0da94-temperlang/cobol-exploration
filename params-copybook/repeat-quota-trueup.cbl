       identification division.
       program-id. repeat-quota-trueup.

      ******************************************************************
      *    End-of-day true-up of the daily-quota ledger. REPEAT-ENTITLE
      *    accumulates QUOTAMST read-then-rewrite with no enqueue (see
      *    the serialization note in repeat-quota-rec.cpy), so on a
      *    parallel night, and against the queue listener and RPTC,
      *    lost updates leave the ledger undercounted. This job
      *    recomputes the day from the audit trail on AUDITMST --
      *    every request the gate admitted counts one request and its
      *    output bytes against the submitting user's "U" row and,
      *    when the department has a cost-center row on ENTITLIN,
      *    against its "C" row, exactly the rows the gate accumulates
      *    -- and prints, per id, what the ledger held, the true
      *    figure, and the drift. The ledger is then rewritten with
      *    the true figures, so the ceilings mean something again.
      *    Ids whose true usage went past EN-DAY-REQ-LIMIT or
      *    EN-DAY-BYTE-LIMIT although the gate admitted them are
      *    listed as breaches.
      *    A row counts unless the gate refused it (reasons 12-15 and
      *    19-20 and 26; on rows older than the reason code, any
      *    status 16) or it never reached the gate (18, pattern not
      *    on the master; 25, sensitive data in an unclassified
      *    request; 27-28, held for or declined by a supervisor;
      *    29-32, a chained request whose predecessor failed, was
      *    missing, circular, or unusable; 33-34, a generator layout
      *    missing or not valid), or it is a supervisor's decision
      *    row (source "V"), which records a request rather than
      *    running one.
      *    The true byte figure is what each request actually
      *    produced (AUD-OUT-LEN); the ledger holds the gate's
      *    projection, which the true-up replaces.
      *    SYSIN card: the business date to true up (blank for today)
      *    and an update switch ("N" reports the drift without
      *    rewriting the ledger). Run it after the day's last gate
      *    activity -- the online region and listener included --
      *    since it rewrites the same rows the gate accumulates.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select entitle-file assign to entitlin
               organization is line sequential
               file status is ws-entitle-fs.
           select master-file assign to auditmst
               organization is indexed
               access mode is dynamic
               record key is am-key
               file status is ws-master-fs.
           select quota-file assign to quotamst
               organization is indexed
               access mode is dynamic
               record key is qu-key
               file status is ws-quota-fs.

       data division.
       file section.
       fd  control-card.
       01  trueup-card-rec.
           05  tq-business-date   pic x(8).
           05  tq-update          pic x(1).
               88  tq-report-only value "N".
           05  filler             pic x(71).

       fd  entitle-file.
       copy repeat-entitle-rec.

       fd  master-file.
       copy repeat-audit-master-rec.

       fd  quota-file.
       copy repeat-quota-rec.

       working-storage section.
       copy repeat-audit-rec.
       01  ws-entitle-fs        pic x(2).
       01  ws-master-fs         pic x(2).
       01  ws-quota-fs          pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-found-sw          pic x(1).
           88  ws-found         value "y".
       01  ws-update-sw         pic x value "y".
           88  ws-update        value "y".
       01  ws-ledger-open-sw    pic x value "n".
           88  ws-ledger-open   value "y".
       01  ws-business-date     pic x(8).
      *    one row per ledger id for the day: the entitlement rows are
      *    loaded first so every id carries its ceilings, then the
      *    audit trail and the ledger fill in the figures. Sized for
      *    the 100 user and 50 cost-center rows REPEAT-ENTITLE holds
      *    plus ids that appear on the day's trail or ledger only.
       01  ws-id-count          pic 9(4) comp-5 value 0.
       01  ws-id-table.
           05  ws-id-row occurs 400 times.
               10  ti-type            pic x(1).
               10  ti-id              pic x(8).
               10  ti-req-limit       pic 9(8).
               10  ti-byte-limit      pic 9(12).
               10  ti-cc-entitled     pic x(1).
               10  ti-true-requests   pic 9(8).
               10  ti-true-bytes      pic 9(12).
               10  ti-ledger-requests pic 9(8).
               10  ti-ledger-bytes    pic 9(12).
               10  ti-on-ledger       pic x(1).
       01  ws-id-idx            pic 9(4) comp-5.
       01  ws-match-type        pic x(1).
       01  ws-match-id          pic x(8).
       01  ws-row-bytes         pic 9(8).
       01  ws-row-reason        pic 9(2).
       01  ws-req-drift         pic s9(9) comp-5.
       01  ws-byte-drift        pic s9(13) comp-5.
       01  ws-req-drift-edit    pic -(8)9.
       01  ws-byte-drift-edit   pic -(12)9.
       01  ws-audit-rows        pic 9(8) comp-5 value 0.
       01  ws-admitted-rows     pic 9(8) comp-5 value 0.
       01  ws-refused-rows      pic 9(8) comp-5 value 0.
       01  ws-ledger-rows       pic 9(8) comp-5 value 0.
       01  ws-ids-drifted       pic 9(8) comp-5 value 0.
       01  ws-rows-rewritten    pic 9(8) comp-5 value 0.
       01  ws-rows-added        pic 9(8) comp-5 value 0.
       01  ws-rows-failed       pic 9(8) comp-5 value 0.
       01  ws-breach-count      pic 9(8) comp-5 value 0.
       01  ws-rows-accounted    pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof or tq-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move tq-business-date to ws-business-date
           end-if
           if not ws-control-eof and tq-report-only
               move "n" to ws-update-sw
           end-if
           perform load-entitle-rows
           open input master-file
           if ws-master-fs not = "00"
               display "repeat-quota-trueup: audit master open "
                   "failed, file status " ws-master-fs
               move 16 to return-code
               goback
           end-if
           perform scan-audit-for-day
           close master-file
           open i-o quota-file
           if ws-quota-fs = "00"
               move "y" to ws-ledger-open-sw
               perform read-ledger-for-day
           else
               display "repeat-quota-trueup: quota ledger open "
                   "failed, file status " ws-quota-fs
                   " -- drift shown against an empty ledger"
               move "n" to ws-update-sw
           end-if
           display "repeat-quota-trueup: ledger true-up for "
               ws-business-date
           if not ws-update
               display "  report only -- the ledger is not rewritten"
           end-if
           display " "
           display "  type id        ledger req  true req     drift"
               "       ledger bytes     true bytes          drift"
           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
               perform report-one-id
           end-perform
           if ws-update
               perform rewrite-ledger
           end-if
           if ws-ledger-open
               close quota-file
           end-if
           perform print-breaches
           display " "
           display "repeat-quota-trueup: control totals"
           display "  audit rows for the day . " ws-audit-rows
           display "  admitted by the gate ... " ws-admitted-rows
           display "  refused or pre-gate .... " ws-refused-rows
           display "  ledger rows read ....... " ws-ledger-rows
           display "  ids with drift ......... " ws-ids-drifted
           display "  ledger rows rewritten .. " ws-rows-rewritten
           display "  ledger rows added ...... " ws-rows-added
           display "  ledger rows failed ..... " ws-rows-failed
           display "  ceiling breaches ....... " ws-breach-count
           compute ws-rows-accounted =
               ws-admitted-rows + ws-refused-rows
           if ws-rows-accounted not = ws-audit-rows
               or ws-rows-failed > 0
               display "repeat-quota-trueup: OUT OF BALANCE -- "
                   "audit rows or ledger rewrites do not agree"
               move 8 to return-code
           else
               if ws-breach-count > 0
                   move 4 to return-code
               end-if
           end-if
           goback.

      *    rows written before the daily ceilings existed read back
      *    with spaces in the new fields -- no ceiling, as in the gate.
       load-entitle-rows.
           move "n" to ws-eof-sw
           open input entitle-file
           if ws-entitle-fs not = "00"
               display "repeat-quota-trueup: entitlement file open "
                   "failed, file status " ws-entitle-fs
                   " -- no ceilings, cost-center rows not trued up"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read entitle-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if en-cost-center-row
                           move "C" to ws-match-type
                           move spaces to ws-match-id
                           move en-user-id(1:4) to ws-match-id(1:4)
                       else
                           move "U" to ws-match-type
                           move en-user-id to ws-match-id
                       end-if
                       perform find-or-add-id
                       if ws-found
                           if en-cost-center-row
                               move "Y" to ti-cc-entitled(ws-id-idx)
                           end-if
                           if en-day-req-limit is numeric
                               move en-day-req-limit
                                   to ti-req-limit(ws-id-idx)
                           end-if
                           if en-day-byte-limit is numeric
                               move en-day-byte-limit
                                   to ti-byte-limit(ws-id-idx)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-entitle-fs = "10"
               close entitle-file
           end-if.

       scan-audit-for-day.
           move spaces to am-timestamp
           move ws-business-date to am-timestamp(1:8)
           move zeros to am-seq
           move "n" to ws-eof-sw
           start master-file key is not less than am-key
               invalid key
                   move "y" to ws-eof-sw
           end-start
           perform until ws-eof
               read master-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if am-timestamp(1:8) not = ws-business-date
                           move "y" to ws-eof-sw
                       else
                           add 1 to ws-audit-rows
                           move am-audit-data to repeat-audit-rec
                           perform count-one-audit-row
                       end-if
               end-read
           end-perform.

       count-one-audit-row.
           if aud-reason is numeric
               move aud-reason to ws-row-reason
           else
               move 0 to ws-row-reason
           end-if
           if (ws-row-reason >= 12 and ws-row-reason <= 15)
               or ws-row-reason = 18
               or ws-row-reason = 19 or ws-row-reason = 20
               or (ws-row-reason >= 25 and ws-row-reason <= 34)
               or (ws-row-reason = 0 and aud-status = 16)
               or aud-source = "V"
               add 1 to ws-refused-rows
           else
               perform count-admitted-row
           end-if.

       count-admitted-row.
           add 1 to ws-admitted-rows
           if aud-out-len is numeric
               move aud-out-len to ws-row-bytes
           else
               move 0 to ws-row-bytes
           end-if
           move "U" to ws-match-type
           move aud-user-id to ws-match-id
           perform find-or-add-id
           if ws-found
               add 1 to ti-true-requests(ws-id-idx)
               add ws-row-bytes to ti-true-bytes(ws-id-idx)
           end-if
           if aud-cost-center not = spaces
               move "C" to ws-match-type
               move spaces to ws-match-id
               move aud-cost-center to ws-match-id(1:4)
               perform find-id
               if ws-found and ti-cc-entitled(ws-id-idx) = "Y"
                   add 1 to ti-true-requests(ws-id-idx)
                   add ws-row-bytes to ti-true-bytes(ws-id-idx)
               end-if
           end-if.

       read-ledger-for-day.
           move ws-business-date to qu-date
           move low-values to qu-type
           move low-values to qu-id
           move "n" to ws-eof-sw
           start quota-file key is not less than qu-key
               invalid key
                   move "y" to ws-eof-sw
           end-start
           perform until ws-eof
               read quota-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if qu-date not = ws-business-date
                           move "y" to ws-eof-sw
                       else
                           add 1 to ws-ledger-rows
                           move qu-type to ws-match-type
                           move qu-id to ws-match-id
                           perform find-or-add-id
                           if ws-found
                               move "Y" to ti-on-ledger(ws-id-idx)
                               move qu-requests
                                   to ti-ledger-requests(ws-id-idx)
                               move qu-out-bytes
                                   to ti-ledger-bytes(ws-id-idx)
                           end-if
                       end-if
               end-read
           end-perform.

       find-id.
           move "n" to ws-found-sw
           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count or ws-found
               if ti-type(ws-id-idx) = ws-match-type
                   and ti-id(ws-id-idx) = ws-match-id
                   move "y" to ws-found-sw
               end-if
           end-perform
           if ws-found
               subtract 1 from ws-id-idx
           end-if.

       find-or-add-id.
           perform find-id
           if not ws-found
               if ws-id-count >= 400
                   display "repeat-quota-trueup: id table full at "
                       "400 -- " ws-match-type " " ws-match-id
                       " not trued up"
               else
                   add 1 to ws-id-count
                   move ws-id-count to ws-id-idx
                   initialize ws-id-row(ws-id-idx)
                   move ws-match-type to ti-type(ws-id-idx)
                   move ws-match-id to ti-id(ws-id-idx)
                   move "N" to ti-cc-entitled(ws-id-idx)
                   move "N" to ti-on-ledger(ws-id-idx)
                   move "y" to ws-found-sw
               end-if
           end-if.

      *    only ids with something to say: usage on the trail or a
      *    row on the ledger.
       report-one-id.
           if ti-true-requests(ws-id-idx) > 0
               or ti-on-ledger(ws-id-idx) = "Y"
               perform report-id-drift
           end-if.

       report-id-drift.
           compute ws-req-drift = ti-true-requests(ws-id-idx)
               - ti-ledger-requests(ws-id-idx)
           compute ws-byte-drift = ti-true-bytes(ws-id-idx)
               - ti-ledger-bytes(ws-id-idx)
           if ws-req-drift not = 0 or ws-byte-drift not = 0
               add 1 to ws-ids-drifted
           end-if
           move ws-req-drift to ws-req-drift-edit
           move ws-byte-drift to ws-byte-drift-edit
           display "  " ti-type(ws-id-idx) "    " ti-id(ws-id-idx)
               "  " ti-ledger-requests(ws-id-idx)
               "  " ti-true-requests(ws-id-idx)
               " " ws-req-drift-edit
               "  " ti-ledger-bytes(ws-id-idx)
               "  " ti-true-bytes(ws-id-idx)
               " " ws-byte-drift-edit.

       rewrite-ledger.
           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
               if ti-true-requests(ws-id-idx) > 0
                   or ti-on-ledger(ws-id-idx) = "Y"
                   perform rewrite-one-ledger-row
               end-if
           end-perform.

       rewrite-one-ledger-row.
           move ws-business-date to qu-date
           move ti-type(ws-id-idx) to qu-type
           move ti-id(ws-id-idx) to qu-id
           move ti-true-requests(ws-id-idx) to qu-requests
           move ti-true-bytes(ws-id-idx) to qu-out-bytes
           if ti-on-ledger(ws-id-idx) = "Y"
               rewrite repeat-quota-rec
                   invalid key
                       display "repeat-quota-trueup: rewrite "
                           "rejected for " qu-type " " qu-id
                           ", file status " ws-quota-fs
                       add 1 to ws-rows-failed
                   not invalid key
                       add 1 to ws-rows-rewritten
               end-rewrite
           else
               write repeat-quota-rec
                   invalid key
                       display "repeat-quota-trueup: write "
                           "rejected for " qu-type " " qu-id
                           ", file status " ws-quota-fs
                       add 1 to ws-rows-failed
                   not invalid key
                       add 1 to ws-rows-added
               end-write
           end-if.

      *    a zero ceiling is no ceiling and is never breached.
       print-breaches.
           display " "
           display "repeat-quota-trueup: ids past a daily ceiling "
               "the gate admitted them under"
           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
               if (ti-req-limit(ws-id-idx) > 0
                   and ti-true-requests(ws-id-idx)
                       > ti-req-limit(ws-id-idx))
                   or (ti-byte-limit(ws-id-idx) > 0
                   and ti-true-bytes(ws-id-idx)
                       > ti-byte-limit(ws-id-idx))
                   add 1 to ws-breach-count
                   display "  " ti-type(ws-id-idx) " "
                       ti-id(ws-id-idx)
                       "  requests " ti-true-requests(ws-id-idx)
                       " of " ti-req-limit(ws-id-idx)
                       "  bytes " ti-true-bytes(ws-id-idx)
                       " of " ti-byte-limit(ws-id-idx)
               end-if
           end-perform
           if ws-breach-count = 0
               display "  none"
           end-if.
       end program repeat-quota-trueup.
