      *    and a phone call. Rows with no user id are grouped under
      *    *NOUSER* so nothing the night ran is missing from the
      *    statements.
      *    Requests that came in through REPEAT-INTAKE carry a key
      *    the department never chose. When the night's intake
      *    cross-reference (XREFIN, see repeat-intake-xref-rec.cpy)
      *    is supplied, each user's statement closes with the keys
      *    assigned at intake -- department, submission, the
      *    department's own key, and the run key -- with the status
      *    the result file (RESULTIN) gives the run key, so a
      *    department reads its outcomes by its own keys. Both files
      *    are optional; without RESULTIN the section shows the keys
      *    alone.
      ******************************************************************

       environment division.
               organization is line sequential.
           select report-file assign to userstmt
               organization is line sequential.
           select optional xref-file assign to xrefin
               organization is line sequential.
           select optional result-file assign to resultin
               organization is line sequential.

       data division.
       file section.
       fd  report-file.
       01  report-line          pic x(132).

       fd  xref-file.
       copy repeat-intake-xref-rec.

       fd  result-file
           record is varying in size from 20 to 820 characters
               depending on ws-result-rec-len.
       copy repeat-result-rec.

       working-storage section.
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-user-found-sw     pic x(1).
           88  ws-user-found    value "y".
       01  ws-this-user         pic x(8).
       01  ws-note-user         pic x(8).
      *    the intake cross-reference, in run-key order, with the
      *    status the result file gives each run key.
       01  ws-result-rec-len    pic 9(4) comp-5.
       01  ws-xref-overflow     pic 9(8) comp-5 value 0.
       01  ws-xref-count        pic 9(4) comp-5 value 0.
       01  ws-xref-idx          pic 9(4) comp-5.
       01  ws-xref-table.
           05  ws-xref-entry occurs 2000 times.
               10  ws-xk-user-id    pic x(8).
               10  ws-xk-dept       pic x(4).
               10  ws-xk-sub-seq    pic x(6).
               10  ws-xk-dept-key   pic 9(6).
               10  ws-xk-key        pic 9(6).
               10  ws-xk-ran-sw     pic x(1).
                   88  ws-xk-ran    value "y".
               10  ws-xk-status     pic 9(2).
       01  ws-xref-found-sw     pic x(1).
           88  ws-xref-found    value "y".
       01  ws-user-keys         pic 9(8) comp-5.
       01  ws-user-lines        pic 9(8) comp-5.
       01  ws-status-c5         pic 9(2) comp-5.
       01  ws-reason-c5         pic 9(2) comp-5.
           05  filler           pic x(1) value spaces.
           05  tl-count         pic zzzzzzz9.
           05  filler           pic x(99) value spaces.
       01  ws-key-heading-1.
           05  filler           pic x(25) value
               "  KEYS ASSIGNED AT INTAKE".
           05  filler           pic x(107) value spaces.
       01  ws-key-heading-2.
           05  filler           pic x(6) value "DEPT".
           05  filler           pic x(12) value "SUBMISSION".
           05  filler           pic x(10) value "DEPT KEY".
           05  filler           pic x(9) value "RUN KEY".
           05  filler           pic x(7) value "STATUS".
           05  filler           pic x(88) value "DISPOSITION".
       01  ws-key-line.
           05  kl-dept          pic x(4).
           05  filler           pic x(2) value spaces.
           05  kl-sub-seq       pic x(6).
           05  filler           pic x(6) value spaces.
           05  kl-dept-key      pic 9(6).
           05  filler           pic x(4) value spaces.
           05  kl-key           pic 9(6).
           05  filler           pic x(3) value spaces.
           05  kl-status        pic x(2).
           05  filler           pic x(5) value spaces.
           05  kl-text          pic x(44).
           05  filler           pic x(44) value spaces.

       procedure division.
       main-line.
               end-read
           end-perform
           close audit-file
           perform load-intake-keys
           open output report-file
           perform varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-count
                   "are partial, rerun against a smaller day"
               move 8 to return-code
           end-if
           if ws-xref-overflow > 0
               display "repeat-statement: " ws-xref-overflow
                   " intake key(s) over the 2000-row table -- "
                   "not shown on the statements"
               move 8 to return-code
           end-if
           goback.

      *    a supervisor's decision row (source "V") is not the
      *    supervisor's request -- the requester's own held and run
      *    rows tell the story on the requester's statement.
       keep-one-row.
           add 1 to ws-rows-read
           evaluate true
               when aud-source = "V"
                   continue
               when ws-req-count >= 2000
                   add 1 to ws-overflow-count
               when other
                   perform keep-row-entry
           end-evaluate.

       keep-row-entry.
           add 1 to ws-req-count
           end-if
           move aud-mode to ws-rq-mode(ws-req-count)
           move aud-in-str(1:30) to ws-rq-in-str(ws-req-count)
           move ws-rq-user-id(ws-req-count) to ws-note-user
           perform note-this-user.

       note-this-user.
           move "n" to ws-user-found-sw
           perform varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-count or ws-user-found
               if ws-user-id(ws-user-idx) = ws-note-user
                   move "y" to ws-user-found-sw
               end-if
           end-perform
           if not ws-user-found and ws-user-count < 200
               add 1 to ws-user-count
               move ws-note-user to ws-user-id(ws-user-count)
           end-if.

      *    a user with intake keys but no audit row tonight still
      *    gets a statement, so the keys are never lost.
       load-intake-keys.
           move "n" to ws-eof-sw
           open input xref-file
           perform until ws-eof
               read xref-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform keep-intake-key
               end-read
           end-perform
           close xref-file
           move "n" to ws-eof-sw
           open input result-file
           perform until ws-eof
               read result-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if rr-source = "T" or rr-source = space
                           perform note-key-result
                       end-if
               end-read
           end-perform
           close result-file.

       keep-intake-key.
           if ws-xref-count >= 2000
               add 1 to ws-xref-overflow
           else
               add 1 to ws-xref-count
               if xr-user-id = spaces
                   move "*NOUSER*" to ws-xk-user-id(ws-xref-count)
               else
                   move xr-user-id to ws-xk-user-id(ws-xref-count)
               end-if
               move xr-dept to ws-xk-dept(ws-xref-count)
               move xr-sub-seq to ws-xk-sub-seq(ws-xref-count)
               move xr-dept-key to ws-xk-dept-key(ws-xref-count)
               move xr-key to ws-xk-key(ws-xref-count)
               move "n" to ws-xk-ran-sw(ws-xref-count)
               move 0 to ws-xk-status(ws-xref-count)
               move ws-xk-user-id(ws-xref-count) to ws-note-user
               perform note-this-user
           end-if.

      *    the last row for a key wins -- a chained request's row is
      *    written after its class pass would have written one.
       note-key-result.
           move "n" to ws-xref-found-sw
           perform varying ws-xref-idx from 1 by 1
               until ws-xref-idx > ws-xref-count or ws-xref-found
               if ws-xk-key(ws-xref-idx) = rr-key
                   move "y" to ws-xref-found-sw
                   move "y" to ws-xk-ran-sw(ws-xref-idx)
                   move rr-status to ws-xk-status(ws-xref-idx)
               end-if
           end-perform.

      *    each user starts a fresh page; their requests print in
      *    arrival order with the disposition text the operator
      *    messages use and a plain answer to "where is it".
           perform check-page-break
           move spaces to report-line
           write report-line
           write report-line from ws-total-line
           add 2 to ws-line-count
           move 0 to ws-user-keys
           perform varying ws-xref-idx from 1 by 1
               until ws-xref-idx > ws-xref-count
               if ws-xk-user-id(ws-xref-idx) = ws-this-user
                   if ws-user-keys = 0
                       perform print-key-headings
                   end-if
                   add 1 to ws-user-keys
                   perform print-key-line
               end-if
           end-perform.

       print-key-headings.
           perform check-page-break
           move spaces to report-line
           write report-line
           write report-line from ws-key-heading-1
           write report-line from ws-key-heading-2
           add 3 to ws-line-count.

       print-key-line.
           perform check-page-break
           move ws-xk-dept(ws-xref-idx) to kl-dept
           move ws-xk-sub-seq(ws-xref-idx) to kl-sub-seq
           move ws-xk-dept-key(ws-xref-idx) to kl-dept-key
           move ws-xk-key(ws-xref-idx) to kl-key
           if ws-xk-ran(ws-xref-idx)
               move ws-xk-status(ws-xref-idx) to kl-status
               move ws-xk-status(ws-xref-idx) to ws-status-c5
               move 0 to ws-reason-c5
               call "repeat-status-msg" using
                   ws-status-c5 ws-reason-c5 ws-status-text
               move ws-status-text to kl-text
           else
               move "--" to kl-status
               move "no result row -- held, deferred, or not run"
                   to kl-text
           end-if
           write report-line from ws-key-line
           add 1 to ws-line-count.

       print-request-line.
           perform check-page-break
