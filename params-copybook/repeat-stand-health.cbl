       identification division.
       program-id. repeat-stand-health.

      ******************************************************************
      *    Weekly standing-request health check: a STANDMST entry
      *    keeps merging every night it is due until SR-EXPIRY-DATE,
      *    whether or not its owner has left, lost the entitlement,
      *    or had the pattern it resolves from deleted -- and then
      *    turns up as nightly rejects nobody owns. Every active
      *    entry (see repeat-standing-rec.cpy) is checked and the
      *    flagged ones listed by SR-USER-ID and SR-COST-CENTER:
      *      EXPIRING  SR-EXPIRY-DATE within the card's number of days;
      *      EXPIRED   past its expiry date but still marked active;
      *      NO-USER   the owner has no user row on ENTITLIN;
      *      REFUSED   the owner's row would now refuse the entry's
      *                count, engine, or mode -- the same per-request
      *                rules REPEAT-ENTITLE applies, with a blank
      *                count or mode filled from the named pattern as
      *                the nightly merge fills it;
      *      NO-PATTERN  SR-PATTERN-ID is not on the PATTERNF master;
      *      FAILING   the entry's last runs on the RSLTMST results
      *                master inside the look-back window (source "S",
      *                keyed by SR-KEY) all failed, at least the
      *                card's number of them in a row;
      *      NEVER-DUE REPEAT-SCHEDULE finds no due date for the
      *                entry in the year either side of the as-of
      *                date (within its effective and expiry dates) --
      *                a weekly, monthly, or business-day schedule
      *                that cannot fire.
      *    SYSIN card: as-of date (YYYYMMDD, blank for today), the
      *    expiry warning in days (default 30), the failed runs in a
      *    row that flag an entry (default 5), the RSLTMST look-back
      *    in days (default 92), and "Y" to write DEACTOUT (see
      *    repeat-deact-rec.cpy): one row for every entry with a flag
      *    other than EXPIRING -- which stops on its own -- proposing
      *    deactivation. Operations reviews and signs it, and
      *    REPEAT-STAND-DEACT applies it to STANDMST. Entries are
      *    held in a table of 2000; past that they are counted, not
      *    checked. Returns 4 when any entry was flagged.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select standing-file assign to standmst
               organization is indexed
               access mode is sequential
               record key is sr-id
               file status is ws-standing-fs.
           select entitle-file assign to entitlin
               organization is line sequential
               file status is ws-entitle-fs.
           select optional pattern-file assign to patternf
               organization is indexed
               access mode is random
               record key is pt-id
               file status is ws-pattern-fs.
           select optional result-file assign to rsltmst
               organization is indexed
               access mode is dynamic
               record key is em-key
               file status is ws-result-fs.
           select deact-file assign to deactout
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  health-card-rec.
           05  hk-as-of-date      pic x(8).
           05  hk-expire-days     pic 9(3).
           05  hk-fail-runs       pic 9(3).
           05  hk-lookback-days   pic 9(3).
           05  hk-deact-file      pic x(1).
               88  hk-write-deact value "Y".

       fd  standing-file.
       copy repeat-standing-rec.

       fd  entitle-file.
       copy repeat-entitle-rec.

       fd  pattern-file.
       copy repeat-pattern-rec.

       fd  result-file.
       copy repeat-result-master-rec.

       fd  deact-file.
       copy repeat-deact-rec.

       working-storage section.
       01  ws-standing-fs       pic x(2).
       01  ws-entitle-fs        pic x(2).
       01  ws-pattern-fs        pic x(2).
       01  ws-result-fs         pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-pattern-open-sw   pic x value "n".
           88  ws-pattern-open  value "y".
       01  ws-pattern-found-sw  pic x(1).
           88  ws-pattern-found value "y".
       01  ws-found-sw          pic x(1).
           88  ws-found         value "y".
       01  ws-due-sw            pic x(1).
           88  ws-due           value "Y".
       01  ws-ins-done-sw       pic x(1).
           88  ws-ins-done      value "y".
       01  ws-as-of-date        pic x(8).
       01  ws-as-of-num redefines ws-as-of-date pic 9(8).
       01  ws-as-of-int         pic 9(8) comp-5.
       01  ws-expire-limit      pic 9(8).
       01  ws-expire-limit-x redefines ws-expire-limit pic x(8).
       01  ws-lookback-start    pic 9(8).
       01  ws-lookback-start-x redefines ws-lookback-start pic x(8).
       01  ws-work-date         pic x(8).
       01  ws-work-date-num redefines ws-work-date pic 9(8).
       01  ws-scan-date         pic 9(8).
       01  ws-scan-date-x redefines ws-scan-date pic x(8).
       01  ws-from-int          pic 9(8) comp-5.
       01  ws-to-int            pic 9(8) comp-5.
       01  ws-scan-int          pic 9(8) comp-5.
       01  ws-eff-count         pic 9(4).
       01  ws-eff-mode          pic x(1).
      *    the user rows of ENTITLIN -- the per-request rights only,
      *    as REPEAT-ENTITLE holds them (100 users, 50 cost centers).
       01  ws-ent-count         pic 9(4) comp-5 value 0.
       01  ws-ent-table.
           05  ws-ent occurs 150 times.
               10  ee-user-id         pic x(8).
               10  ee-max-count       pic 9(4).
               10  ee-native          pic x(1).
               10  ee-fill            pic x(1).
       01  ws-ent-idx           pic 9(4) comp-5.
      *    every active entry checked, with what the checks found.
      *    HE-SORT-KEY is the report order; WS-ORDER holds the
      *    entries' subscripts in that order, kept by insertion as
      *    the master is read in SR-ID order.
       01  ws-entry-count       pic 9(4) comp-5 value 0.
       01  ws-entry-table.
           05  ws-entry occurs 2000 times.
               10  he-sort-key.
                   15  he-user-id     pic x(8).
                   15  he-cost-center pic x(4).
                   15  he-id          pic x(8).
               10  he-key             pic 9(6).
               10  he-expiry-date     pic x(8).
               10  he-frequency       pic x(1).
               10  he-pattern-id      pic x(8).
               10  he-expiring-sw     pic x(1).
               10  he-expired-sw      pic x(1).
               10  he-no-user-sw      pic x(1).
               10  he-refused-sw      pic x(1).
               10  he-refused-text    pic x(27).
               10  he-no-pattern-sw   pic x(1).
               10  he-failing-sw      pic x(1).
               10  he-never-due-sw    pic x(1).
               10  he-runs            pic 9(4) comp-5.
               10  he-fail-streak     pic 9(4) comp-5.
               10  he-last-run        pic x(8).
               10  he-last-success    pic x(8).
       01  ws-entry-idx         pic 9(4) comp-5.
       01  ws-order-table.
           05  ws-order occurs 2000 times pic 9(4) comp-5.
       01  ws-order-idx         pic 9(4) comp-5.
       01  ws-ins-pos           pic 9(4) comp-5.
       01  ws-group-user        pic x(8).
       01  ws-group-cc          pic x(4).
       01  ws-entry-flagged-sw  pic x(1).
           88  ws-entry-flagged value "y".
       01  ws-entry-deact-sw    pic x(1).
           88  ws-entry-deact   value "y".
       01  ws-flag-line.
           05  fl-expiry          pic x(10).
           05  fl-owner           pic x(9).
           05  fl-pattern         pic x(11).
           05  fl-failing         pic x(8).
           05  fl-never-due       pic x(9).
       01  ws-last-ok-text      pic x(8).
       01  ws-standing-read     pic 9(8) comp-5 value 0.
       01  ws-standing-inactive pic 9(8) comp-5 value 0.
       01  ws-not-checked       pic 9(8) comp-5 value 0.
       01  ws-result-rows       pic 9(8) comp-5 value 0.
       01  ws-standing-results  pic 9(8) comp-5 value 0.
       01  ws-clean-count       pic 9(8) comp-5 value 0.
       01  ws-flagged-count     pic 9(8) comp-5 value 0.
       01  ws-expiring-count    pic 9(8) comp-5 value 0.
       01  ws-expired-count     pic 9(8) comp-5 value 0.
       01  ws-no-user-count     pic 9(8) comp-5 value 0.
       01  ws-refused-count     pic 9(8) comp-5 value 0.
       01  ws-no-pattern-count  pic 9(8) comp-5 value 0.
       01  ws-failing-count     pic 9(8) comp-5 value 0.
       01  ws-never-due-count   pic 9(8) comp-5 value 0.
       01  ws-deact-count       pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof
               move spaces to health-card-rec
           end-if
           if hk-as-of-date = spaces
               move function current-date(1:8) to ws-as-of-date
           else
               move hk-as-of-date to ws-as-of-date
           end-if
           if hk-expire-days is not numeric or hk-expire-days = 0
               move 30 to hk-expire-days
           end-if
           if hk-fail-runs is not numeric or hk-fail-runs = 0
               move 5 to hk-fail-runs
           end-if
           if hk-lookback-days is not numeric or hk-lookback-days = 0
               move 92 to hk-lookback-days
           end-if
           compute ws-as-of-int =
               function integer-of-date(ws-as-of-num)
           compute ws-expire-limit = function date-of-integer(
               ws-as-of-int + hk-expire-days)
           compute ws-lookback-start = function date-of-integer(
               ws-as-of-int - hk-lookback-days + 1)
           display "repeat-stand-health: standing-request health as "
               "of " ws-as-of-date
           display "  expiring through " ws-expire-limit-x
               ", failing after " hk-fail-runs
               " runs in a row since " ws-lookback-start-x
           perform load-entitle-table
           open input pattern-file
           if ws-pattern-fs = "00"
               move "y" to ws-pattern-open-sw
           else
               display "repeat-stand-health: pattern master not "
                   "available, file status " ws-pattern-fs
                   " -- pattern check skipped"
           end-if
           open input standing-file
           if ws-standing-fs not = "00"
               display "repeat-stand-health: standing master open "
                   "failed, file status " ws-standing-fs
               move 16 to return-code
               if ws-pattern-open
                   close pattern-file
               end-if
               goback
           end-if
           perform until ws-eof
               read standing-file next record
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-standing-read
                       if sr-active-yes
                           perform take-one-entry
                       else
                           add 1 to ws-standing-inactive
                       end-if
               end-read
           end-perform
           close standing-file
           if ws-pattern-open
               close pattern-file
           end-if
           perform scan-results-master
           if hk-write-deact
               open output deact-file
           end-if
           perform print-report
           if hk-write-deact
               close deact-file
           end-if
           display " "
           display "repeat-stand-health: control totals"
           display "  standing entries read .. " ws-standing-read
           display "  inactive, not checked .. " ws-standing-inactive
           display "  active, clean .......... " ws-clean-count
           display "  active, flagged ........ " ws-flagged-count
           display "    expiring ............. " ws-expiring-count
           display "    expired, still active  " ws-expired-count
           display "    owner not entitled ... " ws-no-user-count
           display "    refused by entitlement " ws-refused-count
           display "    pattern deleted ...... " ws-no-pattern-count
           display "    failing .............. " ws-failing-count
           display "    never due ............ " ws-never-due-count
           display "  result rows read ....... " ws-result-rows
           display "  standing results ....... " ws-standing-results
           if hk-write-deact
               display "  deactivation rows ...... " ws-deact-count
           end-if
           if ws-not-checked > 0
               display "  not checked (table full) " ws-not-checked
           end-if
           if ws-flagged-count > 0 or ws-not-checked > 0
               move 4 to return-code
           end-if
           goback.

       load-entitle-table.
           open input entitle-file
           if ws-entitle-fs not = "00"
               display "repeat-stand-health: entitlement file not "
                   "available, file status " ws-entitle-fs
                   " -- every owner will show as not entitled"
           else
               perform until ws-eof
                   read entitle-file
                       at end
                           move "y" to ws-eof-sw
                       not at end
                           if en-user-row and ws-ent-count < 150
                               add 1 to ws-ent-count
                               move en-user-id
                                   to ee-user-id(ws-ent-count)
                               move en-max-count
                                   to ee-max-count(ws-ent-count)
                               move en-native-allowed
                                   to ee-native(ws-ent-count)
                               move en-fill-allowed
                                   to ee-fill(ws-ent-count)
                           end-if
                   end-read
               end-perform
               close entitle-file
           end-if
           move "n" to ws-eof-sw.

       take-one-entry.
           if ws-entry-count >= 2000
               add 1 to ws-not-checked
           else
               add 1 to ws-entry-count
               move ws-entry-count to ws-entry-idx
               initialize ws-entry(ws-entry-idx)
               move sr-user-id to he-user-id(ws-entry-idx)
               move sr-cost-center to he-cost-center(ws-entry-idx)
               move sr-id to he-id(ws-entry-idx)
               move sr-key to he-key(ws-entry-idx)
               move sr-expiry-date to he-expiry-date(ws-entry-idx)
               move sr-frequency to he-frequency(ws-entry-idx)
               move sr-pattern-id to he-pattern-id(ws-entry-idx)
               perform check-expiry
               perform check-pattern
               perform check-entitlement
               if he-expired-sw(ws-entry-idx) not = "Y"
                   and not sr-freq-daily
                   perform check-ever-due
               end-if
               perform insert-in-order
           end-if.

       check-expiry.
           if sr-expiry-date not = spaces
               if sr-expiry-date < ws-as-of-date
                   move "Y" to he-expired-sw(ws-entry-idx)
               else
                   if sr-expiry-date <= ws-expire-limit-x
                       move "Y" to he-expiring-sw(ws-entry-idx)
                   end-if
               end-if
           end-if.

      *    a blank count or mode is filled from the pattern, as the
      *    nightly merge fills it, before the entitlement is asked.
       check-pattern.
           move sr-count to ws-eff-count
           if sr-count is not numeric
               move 0 to ws-eff-count
           end-if
           move sr-mode to ws-eff-mode
           move "n" to ws-pattern-found-sw
           if sr-pattern-id not = spaces and ws-pattern-open
               move sr-pattern-id to pt-id
               read pattern-file
                   invalid key
                       move "Y" to he-no-pattern-sw(ws-entry-idx)
                   not invalid key
                       move "y" to ws-pattern-found-sw
               end-read
           end-if
           if ws-pattern-found
               if ws-eff-count = 0
                   move pt-count to ws-eff-count
               end-if
               if ws-eff-mode = space
                   move pt-mode to ws-eff-mode
               end-if
           end-if.

      *    REPEAT-ENTITLE's per-request rules, in its order; the
      *    daily ceilings depend on the night and are not judged.
       check-entitlement.
           move "n" to ws-found-sw
           perform varying ws-ent-idx from 1 by 1
               until ws-ent-idx > ws-ent-count or ws-found
               if ee-user-id(ws-ent-idx) = sr-user-id
                   move "y" to ws-found-sw
               end-if
           end-perform
           if not ws-found
               move "Y" to he-no-user-sw(ws-entry-idx)
           else
               subtract 1 from ws-ent-idx
               evaluate true
                   when ws-eff-count > ee-max-count(ws-ent-idx)
                       move "Y" to he-refused-sw(ws-entry-idx)
                       move "count over user entitlement"
                           to he-refused-text(ws-entry-idx)
                   when sr-engine = "N"
                       and ee-native(ws-ent-idx) not = "Y"
                       move "Y" to he-refused-sw(ws-entry-idx)
                       move "native engine not permitted"
                           to he-refused-text(ws-entry-idx)
                   when (ws-eff-mode = "F" or ws-eff-mode = "S")
                       and ee-fill(ws-ent-idx) not = "Y"
                       move "Y" to he-refused-sw(ws-entry-idx)
                       move "fill mode not permitted"
                           to he-refused-text(ws-entry-idx)
               end-evaluate
           end-if.

      *    a day-by-day walk of the year either side of the as-of
      *    date, cut to the entry's own effective and expiry dates,
      *    stopping at the first night REPEAT-SCHEDULE calls due.
       check-ever-due.
           compute ws-from-int = ws-as-of-int - 366
           compute ws-to-int = ws-as-of-int + 366
           move sr-effective-date to ws-work-date
           if ws-work-date is numeric and ws-work-date > "16010101"
               compute ws-scan-int =
                   function integer-of-date(ws-work-date-num)
               if ws-scan-int > ws-from-int
                   move ws-scan-int to ws-from-int
               end-if
           end-if
           move sr-expiry-date to ws-work-date
           if ws-work-date is numeric and ws-work-date > "16010101"
               compute ws-scan-int =
                   function integer-of-date(ws-work-date-num)
               if ws-scan-int < ws-to-int
                   move ws-scan-int to ws-to-int
               end-if
           end-if
           move "N" to ws-due-sw
           perform varying ws-scan-int from ws-from-int by 1
               until ws-scan-int > ws-to-int or ws-due
               compute ws-scan-date =
                   function date-of-integer(ws-scan-int)
               call "repeat-schedule" using
                   sr-frequency sr-day-of-week sr-day-of-month
                   sr-business-day ws-scan-date-x ws-due-sw
           end-perform
           if not ws-due
               move "Y" to he-never-due-sw(ws-entry-idx)
           end-if.

       insert-in-order.
           compute ws-ins-pos = ws-entry-count - 1
           move "n" to ws-ins-done-sw
           perform until ws-ins-pos = 0 or ws-ins-done
               if he-sort-key(ws-order(ws-ins-pos))
                   > he-sort-key(ws-entry-count)
                   move ws-order(ws-ins-pos) to ws-order(ws-ins-pos + 1)
                   subtract 1 from ws-ins-pos
               else
                   move "y" to ws-ins-done-sw
               end-if
           end-perform
           move ws-entry-count to ws-order(ws-ins-pos + 1).

      *    the results master is in business-date order, so the
      *    fail streak left on an entry after the scan is its run of
      *    failures since its last success.
       scan-results-master.
           move "n" to ws-eof-sw
           open input result-file
           if ws-result-fs not = "00"
               display "repeat-stand-health: results master not "
                   "available, file status " ws-result-fs
                   " -- failing-run check skipped"
           else
               move ws-lookback-start-x to em-business-date
               move 0 to em-req-key
               move low-values to em-source
               start result-file key >= em-key
                   invalid key
                       move "y" to ws-eof-sw
               end-start
               perform until ws-eof
                   read result-file next record
                       at end
                           move "y" to ws-eof-sw
                       not at end
                           if em-business-date > ws-as-of-date
                               move "y" to ws-eof-sw
                           else
                               add 1 to ws-result-rows
                               if em-source = "S"
                                   perform take-one-result
                               end-if
                           end-if
                   end-read
               end-perform
               close result-file
           end-if
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx > ws-entry-count
               if he-fail-streak(ws-entry-idx) >= hk-fail-runs
                   move "Y" to he-failing-sw(ws-entry-idx)
               end-if
           end-perform.

       take-one-result.
           move "n" to ws-found-sw
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx > ws-entry-count or ws-found
               if he-key(ws-entry-idx) = em-req-key
                   move "y" to ws-found-sw
               end-if
           end-perform
           if ws-found
               subtract 1 from ws-entry-idx
               add 1 to ws-standing-results
               add 1 to he-runs(ws-entry-idx)
               move em-business-date to he-last-run(ws-entry-idx)
               if em-status = 00
                   move 0 to he-fail-streak(ws-entry-idx)
                   move em-business-date
                       to he-last-success(ws-entry-idx)
               else
                   add 1 to he-fail-streak(ws-entry-idx)
               end-if
           end-if.

       print-report.
           move high-values to ws-group-user
           move high-values to ws-group-cc
           perform varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-entry-count
               move ws-order(ws-order-idx) to ws-entry-idx
               perform report-one-entry
           end-perform
           if ws-flagged-count = 0
               display " "
               display "  no standing entry flagged"
           end-if.

       report-one-entry.
           move "n" to ws-entry-flagged-sw
           move "n" to ws-entry-deact-sw
           move spaces to ws-flag-line
           if he-expiring-sw(ws-entry-idx) = "Y"
               move "EXPIRING" to fl-expiry
               move "y" to ws-entry-flagged-sw
               add 1 to ws-expiring-count
           end-if
           if he-expired-sw(ws-entry-idx) = "Y"
               move "EXPIRED" to fl-expiry
               move "y" to ws-entry-deact-sw
               add 1 to ws-expired-count
           end-if
           if he-no-user-sw(ws-entry-idx) = "Y"
               move "NO-USER" to fl-owner
               move "y" to ws-entry-deact-sw
               add 1 to ws-no-user-count
           end-if
           if he-refused-sw(ws-entry-idx) = "Y"
               move "REFUSED" to fl-owner
               move "y" to ws-entry-deact-sw
               add 1 to ws-refused-count
           end-if
           if he-no-pattern-sw(ws-entry-idx) = "Y"
               move "NO-PATTERN" to fl-pattern
               move "y" to ws-entry-deact-sw
               add 1 to ws-no-pattern-count
           end-if
           if he-failing-sw(ws-entry-idx) = "Y"
               move "FAILING" to fl-failing
               move "y" to ws-entry-deact-sw
               add 1 to ws-failing-count
           end-if
           if he-never-due-sw(ws-entry-idx) = "Y"
               move "NEVER-DUE" to fl-never-due
               move "y" to ws-entry-deact-sw
               add 1 to ws-never-due-count
           end-if
           if ws-entry-deact
               move "y" to ws-entry-flagged-sw
           end-if
           if not ws-entry-flagged
               add 1 to ws-clean-count
           else
               add 1 to ws-flagged-count
               perform print-one-entry
               if ws-entry-deact and hk-write-deact
                   perform write-deact-row
               end-if
           end-if.

       print-one-entry.
           if he-user-id(ws-entry-idx) not = ws-group-user
               or he-cost-center(ws-entry-idx) not = ws-group-cc
               move he-user-id(ws-entry-idx) to ws-group-user
               move he-cost-center(ws-entry-idx) to ws-group-cc
               display " "
               display "  user " ws-group-user
                   "  cost center " ws-group-cc
               display "    entry    key    expiry   last ok  "
                   "runs fails flags"
           end-if
           if he-last-success(ws-entry-idx) = spaces
               move "never" to ws-last-ok-text
           else
               move he-last-success(ws-entry-idx) to ws-last-ok-text
           end-if
           display "    " he-id(ws-entry-idx)
               " " he-key(ws-entry-idx)
               " " he-expiry-date(ws-entry-idx)
               " " ws-last-ok-text
               " " he-runs(ws-entry-idx)
               " " he-fail-streak(ws-entry-idx)
               " " ws-flag-line
           if he-refused-sw(ws-entry-idx) = "Y"
               display "      refused: " he-refused-text(ws-entry-idx)
           end-if
           if he-no-pattern-sw(ws-entry-idx) = "Y"
               display "      pattern " he-pattern-id(ws-entry-idx)
                   " is not on the pattern master"
           end-if.

       write-deact-row.
           move spaces to repeat-deact-rec
           move he-id(ws-entry-idx) to dv-sr-id
           move he-user-id(ws-entry-idx) to dv-user-id
           move he-cost-center(ws-entry-idx) to dv-cost-center
           move he-expiry-date(ws-entry-idx) to dv-expiry-date
           move he-expired-sw(ws-entry-idx) to dv-flag-expired
           move he-no-user-sw(ws-entry-idx) to dv-flag-no-user
           move he-refused-sw(ws-entry-idx) to dv-flag-refused
           move he-no-pattern-sw(ws-entry-idx) to dv-flag-no-pattern
           move he-failing-sw(ws-entry-idx) to dv-flag-failing
           move he-never-due-sw(ws-entry-idx) to dv-flag-never-due
           move he-last-success(ws-entry-idx) to dv-last-success
           move "D" to dv-action
           write repeat-deact-rec
           add 1 to ws-deact-count.
       end program repeat-stand-health.
