       identification division.
       program-id. repeat-retain.

      ******************************************************************
      *    Data-retention manager: one job applying one policy (RETPOL,
      *    see repeat-retain-pol-rec.cpy) to every file the utility
      *    lets grow -- the audit trail, the result, maintenance, and
      *    reject masters, the vault, the run telemetry, the usage
      *    history, and the stream directory. For each file a row
      *    older than its retention days (counted back from the SYSIN
      *    card's as-of date, blank for today) is either written to
      *    that file's archive generation and removed, or simply
      *    removed, as the policy says. The flat files are rewritten
      *    to their NEW datasets with only the kept rows; the VSAM
      *    masters have aged rows deleted in place. An audit-trail
      *    cut also appends its ARCHDIR row, exactly as
      *    REPEAT-AUDIT-PURGE does, so the archive inquiry still finds
      *    the generation, and carries the audit chain across with
      *    bridge rows on the seal file (AUDSEAL), exactly as
      *    REPEAT-AUDIT-PURGE does -- a link already broken on the
      *    live trail is counted, left unbridged, and returns 4.
      *    Every input is optional, so a file not in the night's
      *    schedule is simply reported as absent. Per-file control
      *    totals (read, archived, deleted, kept) must balance; a file
      *    that does not returns 8. A row with no usable date (a
      *    stream directory row older than its date field, say) is
      *    always kept.
      *    DD names: AUDITIN/AUDITNEW/ARCHOUT/ARCHDIR/AUDSEAL,
      *    RSLTMST/RSLTARC, MAINTMST/MAINTARC, REJMST/REJARC,
      *    VAULTIN/VAULTNEW/VAULTARC, STATSIN/STATSNEW/STATSARC,
      *    HISTIN/HISTNEW/HISTARC, and STRDIR/STRDNEW/STRDARC.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select optional policy-file assign to retpol
               organization is line sequential
               file status is ws-policy-fs.
           select optional audit-file assign to auditin
               organization is line sequential.
           select audit-new-file assign to auditnew
               organization is line sequential.
           select audit-arc-file assign to archout
               organization is line sequential.
           select arch-dir-file assign to archdir
               organization is line sequential.
           select optional result-master assign to rsltmst
               organization is indexed
               access mode is sequential
               record key is em-key
               file status is ws-master-fs.
           select result-arc-file assign to rsltarc
               organization is line sequential.
           select optional maint-master assign to maintmst
               organization is indexed
               access mode is sequential
               record key is mm-key
               file status is ws-master-fs.
           select maint-arc-file assign to maintarc
               organization is line sequential.
           select optional reject-master assign to rejmst
               organization is indexed
               access mode is sequential
               record key is rm-id
               file status is ws-master-fs.
           select reject-arc-file assign to rejarc
               organization is line sequential.
           select optional vault-file assign to vaultin
               organization is line sequential.
           select vault-new-file assign to vaultnew
               organization is line sequential.
           select vault-arc-file assign to vaultarc
               organization is line sequential.
           select optional stats-file assign to statsin
               organization is line sequential.
           select stats-new-file assign to statsnew
               organization is line sequential.
           select stats-arc-file assign to statsarc
               organization is line sequential.
           select optional history-file assign to histin
               organization is line sequential.
           select history-new-file assign to histnew
               organization is line sequential.
           select history-arc-file assign to histarc
               organization is line sequential.
           select optional strdir-file assign to strdir
               organization is line sequential.
           select strdir-new-file assign to strdnew
               organization is line sequential.
           select strdir-arc-file assign to strdarc
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  retain-card-rec.
           05  rc-as-of-date      pic x(8).
           05  filler             pic x(72).

       fd  policy-file.
       copy repeat-retain-pol-rec.

       fd  audit-file.
       copy repeat-audit-rec.

       fd  audit-new-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==new-audit==
                     leading ==aud-== by ==new-==.

       fd  audit-arc-file.
       copy repeat-audit-rec
           replacing leading ==repeat-audit== by ==archive-audit==
                     leading ==aud-== by ==arc-==.

       fd  arch-dir-file.
       copy repeat-arch-dir-rec.

       fd  result-master.
       copy repeat-result-master-rec.

       fd  result-arc-file.
       01  result-arc-rec         pic x(931).

       fd  maint-master.
       copy repeat-maint-master-rec.

       fd  maint-arc-file.
       01  maint-arc-rec          pic x(546).

       fd  reject-master.
       copy repeat-reject-hist-rec.

       fd  reject-arc-file.
       01  reject-arc-rec         pic x(42).

       fd  vault-file.
       copy repeat-vault-rec.

       fd  vault-new-file.
       01  vault-new-rec          pic x(118).

       fd  vault-arc-file.
       01  vault-arc-rec          pic x(118).

       fd  stats-file.
       copy repeat-run-stats-rec.

       fd  stats-new-file.
       01  stats-new-rec          pic x(124).

       fd  stats-arc-file.
       01  stats-arc-rec          pic x(124).

       fd  history-file.
       copy repeat-usage-hist-rec.

       fd  history-new-file.
       01  history-new-rec        pic x(62).

       fd  history-arc-file.
       01  history-arc-rec        pic x(62).

       fd  strdir-file.
       copy repeat-stream-dir-rec.

       fd  strdir-new-file.
       01  strdir-new-rec         pic x(44).

       fd  strdir-arc-file.
       01  strdir-arc-rec         pic x(44).

       working-storage section.
       01  ws-policy-fs         pic x(2).
       01  ws-master-fs         pic x(2).
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-as-of-date        pic x(8).
       01  ws-as-of-num redefines ws-as-of-date pic 9(8).
       01  ws-cutoff-num        pic 9(8).
       01  ws-row-date          pic x(8).
       01  ws-fate              pic x(1).
           88  ws-fate-keep     value "K".
           88  ws-fate-archive  value "A".
           88  ws-fate-delete   value "D".
       01  ws-arch-low-ts       pic x(26) value high-values.
       01  ws-arch-high-ts      pic x(26) value low-values.
       01  ws-chain-function    pic x(1).
       01  ws-chain-value       pic 9(9) comp-5 value 0.
       01  ws-accounted         pic 9(8) comp-5.
      *    the files under the policy, in RP-FILE-ID terms; the
      *    subscript of each is fixed (1 AUDIT .. 8 STRDIR) and used
      *    by the paragraph that retains it.
       01  ws-file-id-values.
           05  filler           pic x(8) value "AUDIT".
           05  filler           pic x(8) value "RSLTMST".
           05  filler           pic x(8) value "MAINTMST".
           05  filler           pic x(8) value "REJMST".
           05  filler           pic x(8) value "VAULT".
           05  filler           pic x(8) value "STATS".
           05  filler           pic x(8) value "HISTORY".
           05  filler           pic x(8) value "STRDIR".
       01  ws-file-id-table redefines ws-file-id-values.
           05  ws-file-id       pic x(8) occurs 8 times.
       01  ws-file-idx          pic 9(4) comp-5.
       01  ws-file-table.
           05  ws-file-row occurs 8 times.
               10  rf-retain-days     pic 9(5).
               10  rf-disposition     pic x(1).
               10  rf-cutoff          pic x(8).
               10  rf-present         pic x(1).
               10  rf-read            pic 9(8) comp-5.
               10  rf-archived        pic 9(8) comp-5.
               10  rf-deleted         pic 9(8) comp-5.
               10  rf-kept            pic 9(8) comp-5.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof or rc-as-of-date = spaces
               move function current-date(1:8) to ws-as-of-date
           else
               move rc-as-of-date to ws-as-of-date
           end-if
           if ws-as-of-date is not numeric
               display "repeat-retain: as-of date " ws-as-of-date
                   " is not a date, stopping without touching a file"
               move 16 to return-code
               goback
           end-if
           perform varying ws-file-idx from 1 by 1
               until ws-file-idx > 8
               initialize ws-file-row(ws-file-idx)
               move spaces to rf-cutoff(ws-file-idx)
               move "K" to rf-disposition(ws-file-idx)
               move "N" to rf-present(ws-file-idx)
           end-perform
           perform load-policy
           perform print-policy
           perform retain-audit-trail
           perform retain-result-master
           perform retain-maint-master
           perform retain-reject-master
           perform retain-vault
           perform retain-stats
           perform retain-history
           perform retain-stream-directory
           perform print-control-totals
           goback.

      *    a policy row for a file this job does not know is reported
      *    and ignored -- a misspelt id must not look applied.
       load-policy.
           move "n" to ws-eof-sw
           open input policy-file
           perform until ws-eof
               read policy-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform apply-one-policy-row
               end-read
           end-perform
           close policy-file.

       apply-one-policy-row.
           perform varying ws-file-idx from 1 by 1
               until ws-file-idx > 8
                   or ws-file-id(ws-file-idx) = rp-file-id
               continue
           end-perform
           if ws-file-idx > 8
               display "repeat-retain: policy row for unknown file "
                   rp-file-id " ignored"
           else
               if rp-retain-days is numeric and rp-retain-days > 0
                   and (rp-archive or rp-delete)
                   move rp-retain-days to rf-retain-days(ws-file-idx)
                   move rp-disposition to rf-disposition(ws-file-idx)
                   compute ws-cutoff-num = function date-of-integer(
                       function integer-of-date(ws-as-of-num)
                       - rp-retain-days)
                   move ws-cutoff-num to rf-cutoff(ws-file-idx)
               else
                   if rp-retain-days is not numeric
                       or rp-retain-days > 0
                       display "repeat-retain: policy row for "
                           rp-file-id " has no valid days or "
                           "disposition -- file kept in full"
                   end-if
               end-if
           end-if.

       print-policy.
           display "repeat-retain: retention policy in force as of "
               ws-as-of-date
           perform varying ws-file-idx from 1 by 1
               until ws-file-idx > 8
               if rf-cutoff(ws-file-idx) = spaces
                   display "  " ws-file-id(ws-file-idx)
                       "  keep everything"
               else
                   if rf-disposition(ws-file-idx) = "A"
                       display "  " ws-file-id(ws-file-idx) "  keep "
                           rf-retain-days(ws-file-idx)
                           " days, archive rows dated before "
                           rf-cutoff(ws-file-idx)
                   else
                       display "  " ws-file-id(ws-file-idx) "  keep "
                           rf-retain-days(ws-file-idx)
                           " days, delete rows dated before "
                           rf-cutoff(ws-file-idx)
                   end-if
               end-if
           end-perform.

      *    the one decision every file shares: a row dated before the
      *    file's cutoff takes the file's disposition, anything else
      *    (including a row with no usable date) is kept.
       decide-fate.
           add 1 to rf-read(ws-file-idx)
           move "K" to ws-fate
           if rf-cutoff(ws-file-idx) not = spaces
               and ws-row-date is numeric
               and ws-row-date < rf-cutoff(ws-file-idx)
               move rf-disposition(ws-file-idx) to ws-fate
           end-if
           evaluate true
               when ws-fate-archive
                   add 1 to rf-archived(ws-file-idx)
               when ws-fate-delete
                   add 1 to rf-deleted(ws-file-idx)
               when other
                   add 1 to rf-kept(ws-file-idx)
           end-evaluate.

       retain-audit-trail.
           move 1 to ws-file-idx
           move "n" to ws-eof-sw
           open input audit-file
           open output audit-new-file audit-arc-file
           move "S" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-fate ws-chain-value
           perform until ws-eof
               read audit-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move aud-timestamp(1:8) to ws-row-date
                       perform decide-fate
                       perform dispose-audit-row
                       move "P" to ws-chain-function
                       call "repeat-audit-chain" using
                           ws-chain-function repeat-audit-rec ws-fate
                           ws-chain-value
               end-read
           end-perform
           close audit-file audit-new-file audit-arc-file
           move "E" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-fate ws-chain-value
           if rf-archived(ws-file-idx) > 0
               open extend arch-dir-file
               move function current-date to ad-archived-ts
               move ws-arch-low-ts to ad-low-ts
               move ws-arch-high-ts to ad-high-ts
               move rf-archived(ws-file-idx) to ad-rows
               write repeat-arch-dir-rec
               close arch-dir-file
           end-if.

       dispose-audit-row.
           evaluate true
               when ws-fate-archive
                   write archive-audit-rec from repeat-audit-rec
                   if aud-timestamp < ws-arch-low-ts
                       move aud-timestamp to ws-arch-low-ts
                   end-if
                   if aud-timestamp > ws-arch-high-ts
                       move aud-timestamp to ws-arch-high-ts
                   end-if
               when ws-fate-keep
                   write new-audit-rec from repeat-audit-rec
           end-evaluate.

       retain-result-master.
           move 2 to ws-file-idx
           move "n" to ws-eof-sw
           open output result-arc-file
           open i-o result-master
           if ws-master-fs not = "00"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read result-master next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move em-business-date to ws-row-date
                       perform decide-fate
                       if ws-fate-archive
                           write result-arc-rec from result-master-rec
                       end-if
                       if not ws-fate-keep
                           perform delete-result-row
                       end-if
               end-read
           end-perform
           close result-master result-arc-file.

       delete-result-row.
           delete result-master record
               invalid key
                   perform note-delete-failed
           end-delete.

       retain-maint-master.
           move 3 to ws-file-idx
           move "n" to ws-eof-sw
           open output maint-arc-file
           open i-o maint-master
           if ws-master-fs not = "00"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read maint-master next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move mm-timestamp(1:8) to ws-row-date
                       perform decide-fate
                       if ws-fate-archive
                           write maint-arc-rec from maint-master-rec
                       end-if
                       if not ws-fate-keep
                           perform delete-maint-row
                       end-if
               end-read
           end-perform
           close maint-master maint-arc-file.

       delete-maint-row.
           delete maint-master record
               invalid key
                   perform note-delete-failed
           end-delete.

      *    a reject ages from the last time it was seen failing, not
      *    the first -- a request still failing is still news.
       retain-reject-master.
           move 4 to ws-file-idx
           move "n" to ws-eof-sw
           open output reject-arc-file
           open i-o reject-master
           if ws-master-fs not = "00"
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read reject-master next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move rm-last-seen to ws-row-date
                       perform decide-fate
                       if ws-fate-archive
                           write reject-arc-rec from reject-hist-rec
                       end-if
                       if not ws-fate-keep
                           perform delete-reject-row
                       end-if
               end-read
           end-perform
           close reject-master reject-arc-file.

       delete-reject-row.
           delete reject-master record
               invalid key
                   perform note-delete-failed
           end-delete.

      *    a row the master would not give up is still on it: move it
      *    back to kept, so the totals say what the file now holds.
       note-delete-failed.
           display "repeat-retain: " ws-file-id(ws-file-idx)
               " delete rejected, file status " ws-master-fs
           if ws-fate-archive
               subtract 1 from rf-archived(ws-file-idx)
           else
               subtract 1 from rf-deleted(ws-file-idx)
           end-if
           add 1 to rf-kept(ws-file-idx).

       retain-vault.
           move 5 to ws-file-idx
           move "n" to ws-eof-sw
           open input vault-file
           open output vault-new-file vault-arc-file
           perform until ws-eof
               read vault-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move vt-timestamp(1:8) to ws-row-date
                       perform decide-fate
                       evaluate true
                           when ws-fate-archive
                               write vault-arc-rec
                                   from repeat-vault-rec
                           when ws-fate-keep
                               write vault-new-rec
                                   from repeat-vault-rec
                       end-evaluate
               end-read
           end-perform
           close vault-file vault-new-file vault-arc-file.

       retain-stats.
           move 6 to ws-file-idx
           move "n" to ws-eof-sw
           open input stats-file
           open output stats-new-file stats-arc-file
           perform until ws-eof
               read stats-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move pf-business-date to ws-row-date
                       perform decide-fate
                       evaluate true
                           when ws-fate-archive
                               write stats-arc-rec
                                   from repeat-run-stats-rec
                           when ws-fate-keep
                               write stats-new-rec
                                   from repeat-run-stats-rec
                       end-evaluate
               end-read
           end-perform
           close stats-file stats-new-file stats-arc-file.

       retain-history.
           move 7 to ws-file-idx
           move "n" to ws-eof-sw
           open input history-file
           open output history-new-file history-arc-file
           perform until ws-eof
               read history-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move uh-date to ws-row-date
                       perform decide-fate
                       evaluate true
                           when ws-fate-archive
                               write history-arc-rec
                                   from repeat-usage-hist-rec
                           when ws-fate-keep
                               write history-new-rec
                                   from repeat-usage-hist-rec
                       end-evaluate
               end-read
           end-perform
           close history-file history-new-file history-arc-file.

       retain-stream-directory.
           move 8 to ws-file-idx
           move "n" to ws-eof-sw
           open input strdir-file
           open output strdir-new-file strdir-arc-file
           perform until ws-eof
               read strdir-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       move "Y" to rf-present(ws-file-idx)
                       move sd-written-date to ws-row-date
                       perform decide-fate
                       evaluate true
                           when ws-fate-archive
                               write strdir-arc-rec
                                   from repeat-stream-dir-rec
                           when ws-fate-keep
                               write strdir-new-rec
                                   from repeat-stream-dir-rec
                       end-evaluate
               end-read
           end-perform
           close strdir-file strdir-new-file strdir-arc-file.

       print-control-totals.
           display "repeat-retain: control totals"
           display "  file        read      archived  deleted   kept"
           perform varying ws-file-idx from 1 by 1
               until ws-file-idx > 8
               if rf-present(ws-file-idx) = "Y"
                   display "  " ws-file-id(ws-file-idx)
                       "  " rf-read(ws-file-idx)
                       "  " rf-archived(ws-file-idx)
                       "  " rf-deleted(ws-file-idx)
                       "  " rf-kept(ws-file-idx)
               else
                   display "  " ws-file-id(ws-file-idx)
                       "  absent or empty -- nothing to retain"
               end-if
               compute ws-accounted = rf-archived(ws-file-idx)
                   + rf-deleted(ws-file-idx) + rf-kept(ws-file-idx)
               if ws-accounted not = rf-read(ws-file-idx)
                   display "repeat-retain: OUT OF BALANCE -- "
                       ws-file-id(ws-file-idx)
                       " archived + deleted + kept differs from read"
                   move 8 to return-code
               end-if
           end-perform
           if ws-chain-value > 0
               display "repeat-retain: " ws-chain-value
                   " audit chain links were already broken on the "
                   "live trail -- run REPEAT-AUDIT-CHK"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
       end program repeat-retain.
