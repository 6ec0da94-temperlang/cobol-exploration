       identification division.
       program-id. repeat-sla-rpt.

      ******************************************************************
      *    Morning completion-deadline (SLA) report over the
      *    completion log REPEAT-BATCH appends to (COMPLOG, see
      *    repeat-completion-rec.cpy) -- on a parallel night the
      *    single-stream log and every leg's log concatenated under
      *    the one DD. Each request's latest completion for the
      *    business date (a checkpoint restart or forced rerun writes
      *    it again; the later row stands) is judged against the
      *    deadline table (SLADLIN, see repeat-sla-deadline-rec.cpy):
      *    the row for its class and cost center, else the class's
      *    all-departments row, else no deadline. Printed:
      *      - every request that finished after its deadline, in run
      *        identity, source, and key order, with how late;
      *      - per priority class and per department, the requests
      *        completed, on time, late, without a deadline, and the
      *        percentage on time (of those with a deadline);
      *      - the month's trend: each business date of the month so
      *        far from the SLA history (SLAHIST, see
      *        repeat-sla-hist-rec.cpy), tonight included, with the
      *        percentage on time overall and per class, and the
      *        month to date.
      *    Tonight's per-class outcome is then appended to SLAHIST.
      *    The log is deduplicated through the SLAWORK work cluster,
      *    emptied at every run. SYSIN card: the business date
      *    (YYYYMMDD, blank for today).
      *    Returns 4 when any request finished late, 16 when the
      *    deadline table is empty or the work cluster will not open.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select optional deadline-file assign to sladlin
               organization is line sequential.
           select optional completion-file assign to complog
               organization is line sequential.
           select work-file assign to slawork
               organization is indexed
               access mode is dynamic
               record key is sw-key
               file status is ws-work-fs.
           select optional history-file assign to slahist
               organization is line sequential
               file status is ws-hist-fs.

       data division.
       file section.
       fd  control-card.
       01  sla-card-rec.
           05  sa-business-date   pic x(8).

       fd  deadline-file.
       copy repeat-sla-deadline-rec.

       fd  completion-file.
       copy repeat-completion-rec.

      *    the latest completion row per run identity, source, and
      *    key -- a later row for the same request replaces the
      *    earlier one.
       fd  work-file.
       01  sla-work-rec.
           05  sw-key.
               10  sw-job-name    pic x(8).
               10  sw-source      pic x(1).
               10  sw-request-key pic 9(6).
           05  sw-completion      pic x(64).

       fd  history-file.
       copy repeat-sla-hist-rec.

       working-storage section.
       copy repeat-completion-rec
           replacing leading ==repeat-completion== by ==ws-completion==
                     leading ==cl-== by ==cw-==.
       01  ws-work-fs           pic x(2).
       01  ws-hist-fs           pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-business-date     pic x(8).
       01  ws-bus-date-num      pic 9(8).
       01  ws-bus-day           pic 9(2).
       01  ws-log-read          pic 9(8) comp-5 value 0.
       01  ws-log-taken         pic 9(8) comp-5 value 0.
       01  ws-log-superseded    pic 9(8) comp-5 value 0.
      *    the deadline table as loaded from SLADLIN.
       01  ws-dl-count          pic 9(4) comp-5 value 0.
       01  ws-dl-rejected       pic 9(4) comp-5 value 0.
       01  ws-dl-table.
           05  ws-dl-entry occurs 200 times.
               10  ws-dl-priority     pic 9(1).
               10  ws-dl-cost-center  pic x(4).
               10  ws-dl-day-offset   pic 9(1).
               10  ws-dl-time.
                   15  ws-dl-hh       pic 9(2).
                   15  ws-dl-mi       pic 9(2).
       01  ws-dl-idx            pic 9(4) comp-5.
       01  ws-dl-found-idx      pic 9(4) comp-5.
       01  ws-time-check.
           05  ws-tc-hh         pic 9(2).
           05  ws-tc-mi         pic 9(2).
      *    the request under judgment.
       01  ws-deadline-minutes  pic 9(12) comp-5.
       01  ws-done-minutes      pic 9(12) comp-5.
       01  ws-late-minutes      pic 9(8) comp-5.
       01  ws-deadline-date     pic 9(8).
       01  ws-class             pic 9(1) comp-5.
       01  ws-outcome           pic x(1).
           88  ws-outcome-on-time     value "O".
           88  ws-outcome-late        value "L".
           88  ws-outcome-no-deadline value "N".
       01  ws-ts-work           pic x(26).
       01  ws-ts-parts redefines ws-ts-work.
           05  ws-ts-date       pic 9(8).
           05  ws-ts-hh         pic 9(2).
           05  ws-ts-mi         pic 9(2).
           05  filler           pic x(14).
       01  ws-ts-minutes        pic 9(12) comp-5.
      *    tallies per class and per department.
       01  ws-class-table.
           05  ws-class-entry occurs 9 times.
               10  ws-cs-completed    pic 9(8) comp-5.
               10  ws-cs-on-time      pic 9(8) comp-5.
               10  ws-cs-late         pic 9(8) comp-5.
               10  ws-cs-no-deadline  pic 9(8) comp-5.
       01  ws-class-idx         pic 9(2) comp-5.
      *    departments past the table's 500 entries are tallied
      *    together under "****".
       01  ws-dept-count        pic 9(4) comp-5 value 0.
       01  ws-dept-table.
           05  ws-dept-entry occurs 500 times.
               10  ws-dp-cost-center  pic x(4).
               10  ws-dp-completed    pic 9(8) comp-5.
               10  ws-dp-on-time      pic 9(8) comp-5.
               10  ws-dp-late         pic 9(8) comp-5.
               10  ws-dp-no-deadline  pic 9(8) comp-5.
       01  ws-dept-idx          pic 9(4) comp-5.
       01  ws-dept-scan-idx     pic 9(4) comp-5.
       01  ws-dept-look         pic x(4).
       01  ws-tot-completed     pic 9(8) comp-5 value 0.
       01  ws-tot-on-time       pic 9(8) comp-5 value 0.
       01  ws-tot-late          pic 9(8) comp-5 value 0.
       01  ws-tot-no-deadline   pic 9(8) comp-5 value 0.
      *    the month's outcome by day and class, from SLAHIST with
      *    tonight's counts laid over it.
       01  ws-trend-table.
           05  ws-trend-day occurs 31 times.
               10  ws-td-class occurs 9 times.
                   15  ws-td-seen-sw      pic x(1).
                   15  ws-td-completed    pic 9(8) comp-5.
                   15  ws-td-on-time      pic 9(8) comp-5.
                   15  ws-td-late         pic 9(8) comp-5.
       01  ws-day-idx           pic 9(2) comp-5.
       01  ws-hist-day          pic 9(2).
       01  ws-day-seen-sw       pic x(1).
           88  ws-day-seen      value "y".
       01  ws-day-completed     pic 9(8) comp-5.
       01  ws-day-on-time       pic 9(8) comp-5.
       01  ws-day-late          pic 9(8) comp-5.
       01  ws-mtd-class.
           05  ws-mtd-entry occurs 9 times.
               10  ws-mc-on-time      pic 9(8) comp-5.
               10  ws-mc-late         pic 9(8) comp-5.
       01  ws-mtd-completed     pic 9(8) comp-5 value 0.
       01  ws-mtd-on-time       pic 9(8) comp-5 value 0.
       01  ws-mtd-late          pic 9(8) comp-5 value 0.
       01  ws-trend-date        pic 9(8).
      *    percentage on time of the requests that had a deadline;
      *    "n/a" when none did.
       01  ws-pct-on-time       pic 9(8) comp-5.
       01  ws-pct-late          pic 9(8) comp-5.
       01  ws-pct-value         pic 9(3)v9 comp-3.
       01  ws-pct-edit          pic zz9.9.
       01  ws-pct-text          pic x(6).
       01  ws-class-pcts        pic x(63).
       01  ws-class-pct-pos     pic 9(2) comp-5.

       procedure division.
       main-line.
           perform read-control-card
           if ws-business-date is not numeric
               display "repeat-sla-rpt: business date "
                   ws-business-date " is not a date"
               move 16 to return-code
               goback
           end-if
           move ws-business-date to ws-bus-date-num
           move ws-business-date(7:2) to ws-bus-day
           perform load-deadline-table
           if ws-dl-count = 0
               display "repeat-sla-rpt: deadline table empty -- "
                   "nothing can be judged"
               move 16 to return-code
               goback
           end-if
           open output work-file
           close work-file
           open i-o work-file
           if ws-work-fs not = "00"
               display "repeat-sla-rpt: work cluster open failed, "
                   "file status " ws-work-fs
               move 16 to return-code
               goback
           end-if
           perform load-completions
           close work-file
           open input work-file
           if ws-work-fs not = "00"
               display "repeat-sla-rpt: work cluster open failed, "
                   "file status " ws-work-fs
               move 16 to return-code
               goback
           end-if
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx > 9
               move 0 to ws-cs-completed(ws-class-idx)
               move 0 to ws-cs-on-time(ws-class-idx)
               move 0 to ws-cs-late(ws-class-idx)
               move 0 to ws-cs-no-deadline(ws-class-idx)
           end-perform
           display "repeat-sla-rpt: requests finished after their "
               "deadline, business date " ws-business-date
           display "  run-id   src key    cl dept user     st "
               "completed       deadline        minutes late"
           move "n" to ws-eof-sw
           perform until ws-eof
               read work-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform judge-one-completion
               end-read
           end-perform
           close work-file
           if ws-tot-late = 0
               display "  none"
           end-if
           perform print-class-summary
           perform print-dept-summary
           perform load-month-history
           perform print-month-trend
           perform append-history
           display "repeat-sla-rpt: control totals"
           display "  deadline rows loaded ... " ws-dl-count
           display "  deadline rows ignored .. " ws-dl-rejected
           display "  log rows read .......... " ws-log-read
           display "  log rows for the date .. " ws-log-taken
           display "  superseded by a rerun .. " ws-log-superseded
           display "  requests judged ........ " ws-tot-completed
           display "  on time ................ " ws-tot-on-time
           display "  late ................... " ws-tot-late
           display "  no deadline ............ " ws-tot-no-deadline
           if ws-tot-late > 0
               display "repeat-sla-rpt: deadlines missed -- see the "
                   "requests listed"
               move 4 to return-code
           end-if
           goback.

       read-control-card.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof or sa-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move sa-business-date to ws-business-date
           end-if.

      *    a row naming a class and department already loaded
      *    replaces it -- the table's last word stands.
       load-deadline-table.
           open input deadline-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read deadline-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform load-deadline-row
               end-read
           end-perform
           close deadline-file.

       load-deadline-row.
           move dl-deadline-time to ws-time-check
           if dl-priority is not numeric or dl-priority = 0
               or dl-day-offset is not numeric
               or ws-time-check is not numeric
               or ws-tc-hh > 23 or ws-tc-mi > 59
               add 1 to ws-dl-rejected
               display "repeat-sla-rpt: deadline row ignored -- "
                   "class " dl-priority " dept " dl-cost-center
                   " time " dl-deadline-time
           else
               move dl-priority to ws-class
               move dl-cost-center to ws-dept-look
               perform find-deadline-entry
               if ws-dl-found-idx = 0
                   if ws-dl-count < 200
                       add 1 to ws-dl-count
                       move ws-dl-count to ws-dl-found-idx
                   else
                       add 1 to ws-dl-rejected
                       display "repeat-sla-rpt: deadline table full "
                           "-- class " dl-priority " dept "
                           dl-cost-center " ignored"
                   end-if
               end-if
               if ws-dl-found-idx > 0
                   move dl-priority to ws-dl-priority(ws-dl-found-idx)
                   move dl-cost-center
                       to ws-dl-cost-center(ws-dl-found-idx)
                   move dl-day-offset
                       to ws-dl-day-offset(ws-dl-found-idx)
                   move ws-time-check to ws-dl-time(ws-dl-found-idx)
               end-if
           end-if.

       find-deadline-entry.
           move 0 to ws-dl-found-idx
           perform varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count or ws-dl-found-idx > 0
               if ws-dl-priority(ws-dl-idx) = ws-class
                   and ws-dl-cost-center(ws-dl-idx) = ws-dept-look
                   move ws-dl-idx to ws-dl-found-idx
               end-if
           end-perform.

      *    only the business date's rows are taken; the log is
      *    appended in time order, so a later row for a request
      *    already on the work cluster is the rerun and replaces it.
       load-completions.
           open input completion-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read completion-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-log-read
                       if cl-business-date = ws-business-date
                           perform take-completion-row
                       end-if
               end-read
           end-perform
           close completion-file.

       take-completion-row.
           add 1 to ws-log-taken
           move cl-job-name to sw-job-name
           move cl-source to sw-source
           move cl-key to sw-request-key
           move repeat-completion-rec to sw-completion
           write sla-work-rec
               invalid key
                   rewrite sla-work-rec
                       invalid key
                           display "repeat-sla-rpt: rewrite rejected "
                               "for " sw-job-name ", file status "
                               ws-work-fs
                       not invalid key
                           add 1 to ws-log-superseded
                   end-rewrite
           end-write.

       judge-one-completion.
           move sw-completion to ws-completion-rec
           if cw-priority is numeric and cw-priority > 0
               move cw-priority to ws-class
           else
               move 9 to ws-class
           end-if
           move cw-cost-center to ws-dept-look
           perform find-deadline-entry
           if ws-dl-found-idx = 0
               move spaces to ws-dept-look
               perform find-deadline-entry
           end-if
           if ws-dl-found-idx = 0
               move "N" to ws-outcome
           else
               perform compare-with-deadline
           end-if
           perform tally-outcome.

      *    both sides in minutes since the integer-date epoch: the
      *    deadline is the business date plus the row's day offset
      *    at its HHMM.
       compare-with-deadline.
           compute ws-deadline-date = function date-of-integer(
               function integer-of-date(ws-bus-date-num)
               + ws-dl-day-offset(ws-dl-found-idx))
           compute ws-deadline-minutes =
               function integer-of-date(ws-deadline-date) * 1440
               + ws-dl-hh(ws-dl-found-idx) * 60
               + ws-dl-mi(ws-dl-found-idx)
           move cw-completed-ts to ws-ts-work
           perform timestamp-to-minutes
           move ws-ts-minutes to ws-done-minutes
           if ws-done-minutes > ws-deadline-minutes
               move "L" to ws-outcome
               compute ws-late-minutes =
                   ws-done-minutes - ws-deadline-minutes
               display "  " cw-job-name " " cw-source "   "
                   cw-key " " ws-class "  " cw-cost-center " "
                   cw-user-id " " cw-status " "
                   cw-completed-ts(1:8) " " cw-completed-ts(9:4)
                   "  " ws-deadline-date " "
                   ws-dl-time(ws-dl-found-idx) "   "
                   ws-late-minutes
           else
               move "O" to ws-outcome
           end-if.

       tally-outcome.
           add 1 to ws-tot-completed
           add 1 to ws-cs-completed(ws-class)
           move cw-cost-center to ws-dept-look
           perform find-dept-entry
           add 1 to ws-dp-completed(ws-dept-idx)
           evaluate true
               when ws-outcome-on-time
                   add 1 to ws-tot-on-time
                   add 1 to ws-cs-on-time(ws-class)
                   add 1 to ws-dp-on-time(ws-dept-idx)
               when ws-outcome-late
                   add 1 to ws-tot-late
                   add 1 to ws-cs-late(ws-class)
                   add 1 to ws-dp-late(ws-dept-idx)
               when other
                   add 1 to ws-tot-no-deadline
                   add 1 to ws-cs-no-deadline(ws-class)
                   add 1 to ws-dp-no-deadline(ws-dept-idx)
           end-evaluate.

      *    the last entry, once taken, is the "****" overflow.
       find-dept-entry.
           move 0 to ws-dept-idx
           perform varying ws-dept-scan-idx from 1 by 1
               until ws-dept-scan-idx > ws-dept-count
                   or ws-dept-idx > 0
               if ws-dp-cost-center(ws-dept-scan-idx) = ws-dept-look
                   move ws-dept-scan-idx to ws-dept-idx
               end-if
           end-perform
           if ws-dept-idx = 0
               if ws-dept-count < 499
                   add 1 to ws-dept-count
                   move ws-dept-count to ws-dept-idx
                   perform start-dept-entry
               else
                   if ws-dept-count = 499
                       add 1 to ws-dept-count
                       move "****" to ws-dept-look
                       move ws-dept-count to ws-dept-idx
                       perform start-dept-entry
                   end-if
                   move 500 to ws-dept-idx
               end-if
           end-if.

       start-dept-entry.
           move ws-dept-look to ws-dp-cost-center(ws-dept-idx)
           move 0 to ws-dp-completed(ws-dept-idx)
           move 0 to ws-dp-on-time(ws-dept-idx)
           move 0 to ws-dp-late(ws-dept-idx)
           move 0 to ws-dp-no-deadline(ws-dept-idx).

       print-class-summary.
           display " "
           display "repeat-sla-rpt: on time by priority class"
           display "  class completed  on time     late     "
               "no deadline  pct on time"
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx > 9
               if ws-cs-completed(ws-class-idx) > 0
                   move ws-cs-on-time(ws-class-idx) to ws-pct-on-time
                   move ws-cs-late(ws-class-idx) to ws-pct-late
                   perform format-pct
                   display "  " ws-class-idx "    "
                       ws-cs-completed(ws-class-idx) " "
                       ws-cs-on-time(ws-class-idx) " "
                       ws-cs-late(ws-class-idx) " "
                       ws-cs-no-deadline(ws-class-idx) "     "
                       ws-pct-text
               end-if
           end-perform
           move ws-tot-on-time to ws-pct-on-time
           move ws-tot-late to ws-pct-late
           perform format-pct
           display "  all    " ws-tot-completed " " ws-tot-on-time " "
               ws-tot-late " " ws-tot-no-deadline "     " ws-pct-text.

       print-dept-summary.
           display " "
           display "repeat-sla-rpt: on time by department"
           display "  dept  completed  on time     late     "
               "no deadline  pct on time"
           perform varying ws-dept-idx from 1 by 1
               until ws-dept-idx > ws-dept-count
               move ws-dp-on-time(ws-dept-idx) to ws-pct-on-time
               move ws-dp-late(ws-dept-idx) to ws-pct-late
               perform format-pct
               display "  " ws-dp-cost-center(ws-dept-idx) "  "
                   ws-dp-completed(ws-dept-idx) " "
                   ws-dp-on-time(ws-dept-idx) " "
                   ws-dp-late(ws-dept-idx) " "
                   ws-dp-no-deadline(ws-dept-idx) "     "
                   ws-pct-text
           end-perform.

       format-pct.
           if ws-pct-on-time + ws-pct-late = 0
               move "  n/a " to ws-pct-text
           else
               compute ws-pct-value rounded =
                   (ws-pct-on-time * 100)
                   / (ws-pct-on-time + ws-pct-late)
               move ws-pct-value to ws-pct-edit
               move ws-pct-edit to ws-pct-text
           end-if.

      *    the month's earlier business dates from SLAHIST (the
      *    latest row for a date and class stands), tonight's counts
      *    laid over its own day.
       load-month-history.
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx > 31
               perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > 9
                   move "n" to ws-td-seen-sw(ws-day-idx ws-class-idx)
                   move 0 to ws-td-completed(ws-day-idx ws-class-idx)
                   move 0 to ws-td-on-time(ws-day-idx ws-class-idx)
                   move 0 to ws-td-late(ws-day-idx ws-class-idx)
               end-perform
           end-perform
           open input history-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read history-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if sh-business-date is numeric
                           and sh-business-date(1:6)
                               = ws-business-date(1:6)
                           and sh-business-date < ws-business-date
                           and sh-priority is numeric
                           and sh-priority > 0
                           move sh-business-date(7:2) to ws-hist-day
                           move ws-hist-day to ws-day-idx
                           move sh-priority to ws-class-idx
                           move "y" to ws-td-seen-sw(ws-day-idx
                               ws-class-idx)
                           move sh-completed to ws-td-completed(
                               ws-day-idx ws-class-idx)
                           move sh-on-time to ws-td-on-time(
                               ws-day-idx ws-class-idx)
                           move sh-late to ws-td-late(ws-day-idx
                               ws-class-idx)
                       end-if
               end-read
           end-perform
           close history-file
           move ws-bus-day to ws-day-idx
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx > 9
               move "y" to ws-td-seen-sw(ws-day-idx ws-class-idx)
               move ws-cs-completed(ws-class-idx)
                   to ws-td-completed(ws-day-idx ws-class-idx)
               move ws-cs-on-time(ws-class-idx)
                   to ws-td-on-time(ws-day-idx ws-class-idx)
               move ws-cs-late(ws-class-idx)
                   to ws-td-late(ws-day-idx ws-class-idx)
           end-perform.

       print-month-trend.
           display " "
           display "repeat-sla-rpt: on-time trend for month "
               ws-business-date(1:6)
           display "  date     completed     late pct    "
               "c1     c2     c3     c4     c5     c6     c7     "
               "c8     c9"
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx > 9
               move 0 to ws-mc-on-time(ws-class-idx)
               move 0 to ws-mc-late(ws-class-idx)
           end-perform
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx > ws-bus-day
               perform print-trend-day
           end-perform
           move spaces to ws-class-pcts
           move 1 to ws-class-pct-pos
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx > 9
               move ws-mc-on-time(ws-class-idx) to ws-pct-on-time
               move ws-mc-late(ws-class-idx) to ws-pct-late
               perform format-pct
               move ws-pct-text to ws-class-pcts(ws-class-pct-pos:6)
               add 7 to ws-class-pct-pos
           end-perform
           move ws-mtd-on-time to ws-pct-on-time
           move ws-mtd-late to ws-pct-late
           perform format-pct
           display "  to date  " ws-mtd-completed " " ws-mtd-late
               " " ws-pct-text " " ws-class-pcts.

       print-trend-day.
           move "n" to ws-day-seen-sw
           move 0 to ws-day-completed
           move 0 to ws-day-on-time
           move 0 to ws-day-late
           move spaces to ws-class-pcts
           move 1 to ws-class-pct-pos
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx > 9
               if ws-td-seen-sw(ws-day-idx ws-class-idx) = "y"
                   move "y" to ws-day-seen-sw
               end-if
               add ws-td-completed(ws-day-idx ws-class-idx)
                   to ws-day-completed
               add ws-td-on-time(ws-day-idx ws-class-idx)
                   to ws-day-on-time ws-mc-on-time(ws-class-idx)
               add ws-td-late(ws-day-idx ws-class-idx)
                   to ws-day-late ws-mc-late(ws-class-idx)
               move ws-td-on-time(ws-day-idx ws-class-idx)
                   to ws-pct-on-time
               move ws-td-late(ws-day-idx ws-class-idx)
                   to ws-pct-late
               perform format-pct
               move ws-pct-text to ws-class-pcts(ws-class-pct-pos:6)
               add 7 to ws-class-pct-pos
           end-perform
           if ws-day-seen
               add ws-day-completed to ws-mtd-completed
               add ws-day-on-time to ws-mtd-on-time
               add ws-day-late to ws-mtd-late
               compute ws-trend-date =
                   ws-bus-date-num - ws-bus-day + ws-day-idx
               move ws-day-on-time to ws-pct-on-time
               move ws-day-late to ws-pct-late
               perform format-pct
               display "  " ws-trend-date " " ws-day-completed " "
                   ws-day-late " " ws-pct-text " " ws-class-pcts
           end-if.

      *    one row per class for the business date, every class
      *    written so a rerun's newer rows replace all of an earlier
      *    run's.
       append-history.
           open extend history-file
           if ws-hist-fs not = "00" and ws-hist-fs not = "05"
               display "repeat-sla-rpt: SLA history not appended, "
                   "file status " ws-hist-fs
           else
               perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > 9
                   move ws-business-date to sh-business-date
                   move ws-class-idx to sh-priority
                   move ws-cs-completed(ws-class-idx) to sh-completed
                   move ws-cs-on-time(ws-class-idx) to sh-on-time
                   move ws-cs-late(ws-class-idx) to sh-late
                   move ws-cs-no-deadline(ws-class-idx)
                       to sh-no-deadline
                   write repeat-sla-hist-rec
               end-perform
               close history-file
           end-if.

      *    minutes since the integer-date epoch.
       timestamp-to-minutes.
           move 0 to ws-ts-minutes
           if ws-ts-date is numeric and ws-ts-date > 16010100
               and ws-ts-hh is numeric and ws-ts-mi is numeric
               compute ws-ts-minutes =
                   function integer-of-date(ws-ts-date) * 1440
                   + ws-ts-hh * 60 + ws-ts-mi
           end-if.
       end program repeat-sla-rpt.
