       identification division.
       program-id. repeat-recert.

      ******************************************************************
      *    Quarterly access recertification over the entitlement file:
      *    audit asks every quarter for proof that everyone on
      *    ENTITLIN still needs their access, and this job is the
      *    proof. Every user and cost-center row is listed with
      *      - the last time the id appeared on the audit trail, as
      *        AUD-USER-ID for a user row or AUD-COST-CENTER for a
      *        cost-center row -- the live AUDITMST master and the
      *        archived generations on ARCHIN both count, the
      *        generations named from the ARCHDIR directory first;
      *      - the peak day's usage inside the look-back window from
      *        the QUOTAMST ledger, against the row's daily ceilings,
      *        and the largest count the user actually asked for
      *        against EN-MAX-COUNT;
      *      - the native, fill, and unmask rights the row holds.
      *    Flags: DORMANT (no activity in the SYSIN card's number of
      *    days), OVERSIZED (a ceiling or the maximum count more than
      *    the card's multiple above real use), and UNMASK (every
      *    unmask holder, granted or pending, always listed).
      *    The report closes with the attestation section the owning
      *    managers sign, and every flagged row also goes to
      *    RECERTOUT (see repeat-recert-rec.cpy) with a proposed
      *    action -- once the managers have marked it up,
      *    REPEAT-RECERT-APPLY feeds the decisions back into the
      *    entitlement master through the maintenance history.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select entitle-file assign to entitlin
               organization is line sequential
               file status is ws-entitle-fs.
           select optional arch-dir-file assign to archdir
               organization is line sequential
               file status is ws-dir-fs.
           select optional archive-file assign to archin
               organization is line sequential
               file status is ws-archive-fs.
           select master-file assign to auditmst
               organization is indexed
               access mode is sequential
               record key is am-key
               file status is ws-master-fs.
           select optional quota-file assign to quotamst
               organization is indexed
               access mode is sequential
               record key is qu-key
               file status is ws-quota-fs.
           select recert-file assign to recertout
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  recert-card-rec.
           05  rc-as-of-date      pic x(8).
           05  rc-dormant-days    pic 9(4).
           05  rc-window-days     pic 9(4).
           05  rc-oversize-pct    pic 9(3).
           05  rc-quarter         pic x(6).

       fd  entitle-file.
       copy repeat-entitle-rec.

       fd  arch-dir-file.
       copy repeat-arch-dir-rec.

       fd  archive-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==archive-audit==
                     leading ==aud-== by ==arc-==.

       fd  master-file.
       copy repeat-audit-master-rec.

       fd  quota-file.
       copy repeat-quota-rec.

       fd  recert-file.
       copy repeat-recert-rec.

       working-storage section.
       copy repeat-audit-rec.
       01  ws-entitle-fs        pic x(2).
       01  ws-dir-fs            pic x(2).
       01  ws-archive-fs        pic x(2).
       01  ws-master-fs         pic x(2).
       01  ws-quota-fs          pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-as-of-date        pic x(8).
       01  ws-as-of-num redefines ws-as-of-date pic 9(8).
       01  ws-as-of-int         pic 9(8) comp-5.
       01  ws-window-start      pic 9(8).
       01  ws-window-start-x redefines ws-window-start pic x(8).
       01  ws-window-ts         pic x(26).
       01  ws-work-date         pic x(8).
       01  ws-work-date-num redefines ws-work-date pic 9(8).
       01  ws-idle-days         pic 9(8) comp-5.
      *    every entitlement row under review, with what the audit
      *    trail and the quota ledger say about it. Sized for the
      *    100 user and 50 cost-center rows REPEAT-ENTITLE holds.
       01  ws-row-count         pic 9(4) comp-5 value 0.
       01  ws-row-table.
           05  ws-row occurs 150 times.
               10  wr-user-id         pic x(8).
               10  wr-rec-type        pic x(1).
               10  wr-max-count       pic 9(4).
               10  wr-native          pic x(1).
               10  wr-fill            pic x(1).
               10  wr-unmask          pic x(1).
               10  wr-unmask-req-by   pic x(8).
               10  wr-unmask-appr-by  pic x(8).
               10  wr-day-req-limit   pic 9(8).
               10  wr-day-byte-limit  pic 9(12).
               10  wr-last-activity   pic x(26).
               10  wr-peak-requests   pic 9(8).
               10  wr-peak-req-date   pic x(8).
               10  wr-peak-bytes      pic 9(12).
               10  wr-peak-byte-date  pic x(8).
               10  wr-max-count-used  pic 9(4).
               10  wr-dormant-sw      pic x(1).
               10  wr-oversized-sw    pic x(1).
               10  wr-unmask-sw       pic x(1).
       01  ws-row-idx           pic 9(4) comp-5.
       01  ws-found-sw          pic x(1).
           88  ws-found         value "y".
       01  ws-match-type        pic x(1).
       01  ws-match-id          pic x(8).
       01  ws-generations       pic 9(4) comp-5 value 0.
       01  ws-covering          pic 9(4) comp-5 value 0.
       01  ws-archive-rows      pic 9(8) comp-5 value 0.
       01  ws-master-rows       pic 9(8) comp-5 value 0.
       01  ws-quota-rows        pic 9(8) comp-5 value 0.
       01  ws-dormant-count     pic 9(4) comp-5 value 0.
       01  ws-oversized-count   pic 9(4) comp-5 value 0.
       01  ws-unmask-count      pic 9(4) comp-5 value 0.
       01  ws-feed-count        pic 9(4) comp-5 value 0.
       01  ws-type-text         pic x(4).
       01  ws-flag-text         pic x(30).
       01  ws-last-text         pic x(26).
       01  ws-limit-x-pct       pic 9(14) comp-5.
       01  ws-use-x-100         pic 9(14) comp-5.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof
               display "repeat-recert: no control card on sysin, "
                   "stopping"
               move 16 to return-code
               goback
           end-if
           if rc-as-of-date = spaces
               move function current-date(1:8) to ws-as-of-date
           else
               move rc-as-of-date to ws-as-of-date
           end-if
           if ws-as-of-date is not numeric
               or function test-date-yyyymmdd(ws-as-of-num) not = 0
               display "repeat-recert: as-of date " ws-as-of-date
                   " is not a date, stopping"
               move 16 to return-code
               goback
           end-if
           if rc-dormant-days is not numeric or rc-dormant-days = 0
               move 90 to rc-dormant-days
           end-if
           if rc-window-days is not numeric or rc-window-days = 0
               move 92 to rc-window-days
           end-if
           if rc-oversize-pct is not numeric or rc-oversize-pct = 0
               move 25 to rc-oversize-pct
           end-if
           compute ws-as-of-int =
               function integer-of-date(ws-as-of-num)
           compute ws-window-start = function date-of-integer(
               ws-as-of-int - rc-window-days + 1)
           move spaces to ws-window-ts
           move ws-window-start-x to ws-window-ts(1:8)
           perform load-entitle-table
           if ws-row-count = 0
               display "repeat-recert: no entitlement rows to review, "
                   "stopping"
               move 16 to return-code
               goback
           end-if
           perform list-archive-generations
           perform scan-archived-audit
           perform scan-audit-master
           perform scan-quota-ledger
           open output recert-file
           display "repeat-recert: access recertification "
               rc-quarter " as of " ws-as-of-date
           display "  dormant after " rc-dormant-days " day(s); "
               "usage window from " ws-window-start-x
               "; oversized below " rc-oversize-pct
               "% of a ceiling"
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-count
               perform review-one-row
           end-perform
           close recert-file
           perform print-attestation
           display "repeat-recert: control totals"
           display "  entitlement rows ....... " ws-row-count
           display "  archived audit rows .... " ws-archive-rows
           display "  live audit rows ........ " ws-master-rows
           display "  quota ledger rows ...... " ws-quota-rows
           display "  dormant ids ............ " ws-dormant-count
           display "  oversized ceilings ..... " ws-oversized-count
           display "  unmask holders ......... " ws-unmask-count
           display "  rows on revocation feed  " ws-feed-count
           goback.

       load-entitle-table.
           move "n" to ws-eof-sw
           open input entitle-file
           if ws-entitle-fs not = "00"
               display "repeat-recert: entitlement file open failed, "
                   "file status " ws-entitle-fs
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read entitle-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform load-one-entitle-row
               end-read
           end-perform
           if ws-entitle-fs = "10"
               close entitle-file
           end-if.

      *    rows written before the daily ceilings existed read back
      *    with spaces in the new fields -- no ceiling, as in the gate.
       load-one-entitle-row.
           if ws-row-count >= 150
               display "repeat-recert: review table full at 150 rows "
                   "-- row for " en-user-id " not reviewed"
           else
               add 1 to ws-row-count
               move ws-row-count to ws-row-idx
               initialize ws-row(ws-row-idx)
               move en-user-id to wr-user-id(ws-row-idx)
               if en-cost-center-row
                   move "C" to wr-rec-type(ws-row-idx)
               else
                   move "U" to wr-rec-type(ws-row-idx)
               end-if
               if en-max-count is numeric
                   move en-max-count to wr-max-count(ws-row-idx)
               end-if
               move en-native-allowed to wr-native(ws-row-idx)
               move en-fill-allowed to wr-fill(ws-row-idx)
               move en-unmask-allowed to wr-unmask(ws-row-idx)
               move en-unmask-req-by to wr-unmask-req-by(ws-row-idx)
               move en-unmask-appr-by
                   to wr-unmask-appr-by(ws-row-idx)
               if en-day-req-limit is numeric
                   move en-day-req-limit
                       to wr-day-req-limit(ws-row-idx)
               end-if
               if en-day-byte-limit is numeric
                   move en-day-byte-limit
                       to wr-day-byte-limit(ws-row-idx)
               end-if
               move spaces to wr-last-activity(ws-row-idx)
           end-if.

      *    the directory says which generations hold the look-back,
      *    so operations can see the ARCHIN concatenation covered
      *    them; any older generation on ARCHIN still counts for
      *    "last activity".
       list-archive-generations.
           move "n" to ws-eof-sw
           open input arch-dir-file
           if ws-dir-fs not = "00"
               display "repeat-recert: archive directory not "
                   "available, file status " ws-dir-fs
                   " -- archived activity taken from archin as given"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read arch-dir-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-generations
                       if ad-high-ts >= ws-window-ts
                           add 1 to ws-covering
                           display "repeat-recert: generation "
                               "archived " ad-archived-ts
                               " covers the window ("
                               ad-rows " rows)"
                       end-if
               end-read
           end-perform
           close arch-dir-file
           display "repeat-recert: " ws-generations
               " archive generation(s) on the directory, "
               ws-covering " inside the usage window".

       scan-archived-audit.
           move "n" to ws-eof-sw
           open input archive-file
           perform until ws-eof
               read archive-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-archive-rows
                       move archive-audit-rec to repeat-audit-rec
                       perform note-audit-activity
               end-read
           end-perform
           close archive-file.

       scan-audit-master.
           move "n" to ws-eof-sw
           open input master-file
           if ws-master-fs not = "00"
               display "repeat-recert: audit master open failed, "
                   "file status " ws-master-fs
                   " -- live activity not reviewed"
               move 8 to return-code
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read master-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-master-rows
                       move am-audit-data to repeat-audit-rec
                       perform note-audit-activity
               end-read
           end-perform
           if ws-master-fs = "10"
               close master-file
           end-if.

      *    a user row is active when it submitted, a cost-center row
      *    when its department was charged. Inside the usage window
      *    the largest count the user asked for is kept as well.
       note-audit-activity.
           move "U" to ws-match-type
           move aud-user-id to ws-match-id
           perform find-review-row
           if ws-found
               if aud-timestamp > wr-last-activity(ws-row-idx)
                   move aud-timestamp to wr-last-activity(ws-row-idx)
               end-if
               if aud-timestamp >= ws-window-ts
                   and aud-count > wr-max-count-used(ws-row-idx)
                   and aud-count <= 9999
                   move aud-count to wr-max-count-used(ws-row-idx)
               end-if
           end-if
           if aud-cost-center not = spaces
               move "C" to ws-match-type
               move spaces to ws-match-id
               move aud-cost-center to ws-match-id(1:4)
               perform find-review-row
               if ws-found
                   and aud-timestamp > wr-last-activity(ws-row-idx)
                   move aud-timestamp to wr-last-activity(ws-row-idx)
               end-if
           end-if.

       find-review-row.
           move "n" to ws-found-sw
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-count or ws-found
               if wr-rec-type(ws-row-idx) = ws-match-type
                   and wr-user-id(ws-row-idx) = ws-match-id
                   move "y" to ws-found-sw
               end-if
           end-perform
           if ws-found
               subtract 1 from ws-row-idx
           end-if.

      *    the ledger the ceilings are enforced against: one row per
      *    day per user and per department, so the peak day inside
      *    the window is a straight maximum.
       scan-quota-ledger.
           move "n" to ws-eof-sw
           open input quota-file
           if ws-quota-fs not = "00"
               display "repeat-recert: quota ledger not available, "
                   "file status " ws-quota-fs
                   " -- peak usage shown as zero"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read quota-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if qu-date >= ws-window-start-x
                           and qu-date <= ws-as-of-date
                           add 1 to ws-quota-rows
                           perform note-quota-usage
                       end-if
               end-read
           end-perform
           close quota-file.

       note-quota-usage.
           move qu-type to ws-match-type
           move qu-id to ws-match-id
           perform find-review-row
           if ws-found
               if qu-requests > wr-peak-requests(ws-row-idx)
                   move qu-requests to wr-peak-requests(ws-row-idx)
                   move qu-date to wr-peak-req-date(ws-row-idx)
               end-if
               if qu-out-bytes > wr-peak-bytes(ws-row-idx)
                   move qu-out-bytes to wr-peak-bytes(ws-row-idx)
                   move qu-date to wr-peak-byte-date(ws-row-idx)
               end-if
           end-if.

       review-one-row.
           perform flag-one-row
           if wr-rec-type(ws-row-idx) = "C"
               move "DEPT" to ws-type-text
           else
               move "USER" to ws-type-text
           end-if
           if wr-last-activity(ws-row-idx) = spaces
               move "never" to ws-last-text
           else
               move wr-last-activity(ws-row-idx) to ws-last-text
           end-if
           move spaces to ws-flag-text
           if wr-dormant-sw(ws-row-idx) = "Y"
               move "DORMANT" to ws-flag-text(1:8)
           end-if
           if wr-oversized-sw(ws-row-idx) = "Y"
               move "OVERSIZED" to ws-flag-text(10:10)
           end-if
           if wr-unmask-sw(ws-row-idx) = "Y"
               move "UNMASK" to ws-flag-text(21:7)
           end-if
           display " "
           display "  " ws-type-text " " wr-user-id(ws-row-idx)
               "  native " wr-native(ws-row-idx)
               "  fill " wr-fill(ws-row-idx)
               "  unmask " wr-unmask(ws-row-idx)
               "  max count " wr-max-count(ws-row-idx)
               "  " ws-flag-text
           display "      last activity ..... " ws-last-text
           display "      peak day requests . "
               wr-peak-requests(ws-row-idx) " on "
               wr-peak-req-date(ws-row-idx)
               "  ceiling " wr-day-req-limit(ws-row-idx)
           display "      peak day bytes .... "
               wr-peak-bytes(ws-row-idx) " on "
               wr-peak-byte-date(ws-row-idx)
               "  ceiling " wr-day-byte-limit(ws-row-idx)
           if wr-rec-type(ws-row-idx) = "U"
               display "      largest count used  "
                   wr-max-count-used(ws-row-idx)
                   "  entitled " wr-max-count(ws-row-idx)
           end-if
           if wr-unmask(ws-row-idx) = "Y"
               or wr-unmask(ws-row-idx) = "P"
               display "      unmask asked by ... "
                   wr-unmask-req-by(ws-row-idx)
                   "  approved by " wr-unmask-appr-by(ws-row-idx)
           end-if
           if wr-dormant-sw(ws-row-idx) = "Y"
               or wr-oversized-sw(ws-row-idx) = "Y"
               or wr-unmask-sw(ws-row-idx) = "Y"
               perform write-feed-row
           end-if.

      *    dormant: never seen, or idle longer than the card allows.
      *    oversized: a ceiling (or the maximum count) set although
      *    real use peaked below the card's percentage of it -- a
      *    zero ceiling is no ceiling and is never oversized.
       flag-one-row.
           move "N" to wr-dormant-sw(ws-row-idx)
           move "N" to wr-oversized-sw(ws-row-idx)
           move "N" to wr-unmask-sw(ws-row-idx)
           if wr-last-activity(ws-row-idx) = spaces
               move "Y" to wr-dormant-sw(ws-row-idx)
           else
               move wr-last-activity(ws-row-idx)(1:8) to ws-work-date
               if ws-work-date is numeric
                   compute ws-idle-days = ws-as-of-int
                       - function integer-of-date(ws-work-date-num)
                   if ws-idle-days > rc-dormant-days
                       move "Y" to wr-dormant-sw(ws-row-idx)
                   end-if
               end-if
           end-if
           if wr-day-req-limit(ws-row-idx) > 0
               compute ws-limit-x-pct =
                   wr-day-req-limit(ws-row-idx) * rc-oversize-pct
               compute ws-use-x-100 =
                   wr-peak-requests(ws-row-idx) * 100
               if ws-use-x-100 < ws-limit-x-pct
                   move "Y" to wr-oversized-sw(ws-row-idx)
               end-if
           end-if
           if wr-day-byte-limit(ws-row-idx) > 0
               compute ws-limit-x-pct =
                   wr-day-byte-limit(ws-row-idx) * rc-oversize-pct
               compute ws-use-x-100 =
                   wr-peak-bytes(ws-row-idx) * 100
               if ws-use-x-100 < ws-limit-x-pct
                   move "Y" to wr-oversized-sw(ws-row-idx)
               end-if
           end-if
           if wr-rec-type(ws-row-idx) = "U"
               and wr-max-count(ws-row-idx) > 0
               compute ws-limit-x-pct =
                   wr-max-count(ws-row-idx) * rc-oversize-pct
               compute ws-use-x-100 =
                   wr-max-count-used(ws-row-idx) * 100
               if ws-use-x-100 < ws-limit-x-pct
                   move "Y" to wr-oversized-sw(ws-row-idx)
               end-if
           end-if
           if wr-unmask(ws-row-idx) = "Y"
               or wr-unmask(ws-row-idx) = "P"
               move "Y" to wr-unmask-sw(ws-row-idx)
           end-if
           if wr-dormant-sw(ws-row-idx) = "Y"
               add 1 to ws-dormant-count
           end-if
           if wr-oversized-sw(ws-row-idx) = "Y"
               add 1 to ws-oversized-count
           end-if
           if wr-unmask-sw(ws-row-idx) = "Y"
               add 1 to ws-unmask-count
           end-if.

      *    the proposed action: revoke a dormant row outright, lower
      *    an oversized one to twice its observed peak (never to
      *    zero, which would mean no ceiling at all), and leave an
      *    unmask holder for the manager to decide.
       write-feed-row.
           move spaces to repeat-recert-rec
           move wr-user-id(ws-row-idx) to rv-user-id
           move wr-rec-type(ws-row-idx) to rv-rec-type
           move wr-dormant-sw(ws-row-idx) to rv-flag-dormant
           move wr-oversized-sw(ws-row-idx) to rv-flag-oversized
           move wr-unmask-sw(ws-row-idx) to rv-flag-unmask
           move wr-last-activity(ws-row-idx) to rv-last-activity
           move wr-peak-requests(ws-row-idx) to rv-peak-requests
           move wr-peak-bytes(ws-row-idx) to rv-peak-bytes
           move wr-day-req-limit(ws-row-idx) to rv-day-req-limit
           move wr-day-byte-limit(ws-row-idx) to rv-day-byte-limit
           move wr-day-req-limit(ws-row-idx) to rv-sugg-req-limit
           move wr-day-byte-limit(ws-row-idx) to rv-sugg-byte-limit
           if wr-oversized-sw(ws-row-idx) = "Y"
               if wr-day-req-limit(ws-row-idx) > 0
                   compute rv-sugg-req-limit =
                       wr-peak-requests(ws-row-idx) * 2
                   if rv-sugg-req-limit = 0
                       move 1 to rv-sugg-req-limit
                   end-if
               end-if
               if wr-day-byte-limit(ws-row-idx) > 0
                   compute rv-sugg-byte-limit =
                       wr-peak-bytes(ws-row-idx) * 2
                   if rv-sugg-byte-limit = 0
                       move 1 to rv-sugg-byte-limit
                   end-if
               end-if
           end-if
           evaluate true
               when wr-dormant-sw(ws-row-idx) = "Y"
                   move "R" to rv-action
               when wr-oversized-sw(ws-row-idx) = "Y"
                   move "L" to rv-action
               when other
                   move space to rv-action
           end-evaluate
           move spaces to rv-attested-by
           move ws-as-of-date to rv-review-date
           write repeat-recert-rec
           add 1 to ws-feed-count.

       print-attestation.
           display " "
           display "repeat-recert: ATTESTATION -- " rc-quarter
           display "  I have reviewed the entitlement rows above "
               "for my department. Every id I keep still needs"
           display "  the access shown; every id marked for "
               "revocation on the RECERTOUT feed is to be removed."
           display "  Unmask holders listed above have been "
               "confirmed individually."
           display " "
           display "  manager name ........ ______________________"
           display "  department .......... ______________________"
           display "  signature ........... ______________________"
           display "  date ................ ______________________"
           display " "
           display "  security administration "
               "______________________  date ____________".
       end program repeat-recert.
