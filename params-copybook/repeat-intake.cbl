       identification division.
       program-id. repeat-intake.

      ******************************************************************
      *    Multi-department intake ahead of REPEAT-TRANS-EDIT: builds
      *    the night's TRANSIN from the departments' own submission
      *    files (see repeat-intake-rec.cpy), concatenated on
      *    INTAKEIN in any order. Each submission is taken whole or
      *    not at all. It is refused when:
      *      - its trailer is missing (the next header or the end of
      *        INTAKEIN came first -- the file was cut short), or its
      *        detail count or hash total of counts disagrees with
      *        the trailer;
      *      - its department is not an active code on the
      *        cost-center master (REPEAT-COSTCTR);
      *      - its submission number is not the one after the last
      *        number accepted from the department on the intake
      *        control master INTKCTL (see
      *        repeat-intake-ctl-rec.cpy) -- the same number is a
      *        duplicate, a higher one means one went missing;
      *      - a department key is not numeric or is used twice, or a
      *        chained request (RT-PRED-LINK source "T") names a key
      *        that is not in the same submission;
      *      - it would run the night past key 999999, or holds more
      *        than 5000 requests.
      *    An accepted submission's requests get collision-free
      *    RT-KEY values, assigned upward from 000001 in INTAKEIN
      *    order, its chain links are moved onto the assigned keys,
      *    and a cross-reference row (see
      *    repeat-intake-xref-rec.cpy) records each department key
      *    against its assigned key for the morning statement. The
      *    INTKACK report gives every submission its own page --
      *    accepted with the key list, or refused with the reason --
      *    to go back to the department. Detail rows are held on the
      *    INTKWORK work file until the trailer settles the
      *    submission. Return codes: 4 when anything was refused or
      *    a row arrived outside a submission, 8 when the requests
      *    accepted and the TRANSIN records written disagree, 16
      *    when the control master cannot be opened.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select intake-file assign to intakein
               organization is line sequential.
           select work-file assign to intkwork
               organization is line sequential.
           select trans-file assign to transout
               organization is line sequential.
           select xref-file assign to xrefout
               organization is line sequential.
           select ack-file assign to intkack
               organization is line sequential.
           select control-file assign to intkctl
               organization is indexed
               access mode is random
               record key is ic-dept
               file status is ws-control-fs.

       data division.
       file section.
       fd  control-card.
       01  intake-card-rec.
           05  ik-business-date   pic x(8).

       fd  intake-file.
       copy repeat-intake-rec.

       fd  work-file.
       01  work-rec             pic x(172).

       fd  trans-file.
       copy repeat-trans-rec.

       fd  xref-file.
       copy repeat-intake-xref-rec.

       fd  ack-file.
       01  ack-line             pic x(132).

       fd  control-file.
       copy repeat-intake-ctl-rec.

       working-storage section.
       01  ws-control-fs        pic x(2).
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-card-eof-sw       pic x value "n".
           88  ws-card-eof      value "y".
       01  ws-work-eof-sw       pic x value "n".
           88  ws-work-eof      value "y".
       01  ws-business-date     pic x(8).
       01  ws-subs-read         pic 9(8) comp-5 value 0.
       01  ws-subs-accepted     pic 9(8) comp-5 value 0.
       01  ws-subs-refused      pic 9(8) comp-5 value 0.
       01  ws-rows-outside      pic 9(8) comp-5 value 0.
       01  ws-reqs-accepted     pic 9(8) comp-5 value 0.
       01  ws-trans-written     pic 9(8) comp-5 value 0.
       01  ws-xref-written      pic 9(8) comp-5 value 0.
      *    the next RT-KEY to assign tonight.
       01  ws-next-key          pic 9(8) comp-5 value 1.
      *    the submission being read.
       01  ws-sub-open-sw       pic x value "n".
           88  ws-sub-open      value "y".
       01  ws-trailer-sw        pic x value "n".
           88  ws-trailer-seen  value "y".
       01  ws-sub-dept          pic x(4).
       01  ws-sub-date          pic x(8).
       01  ws-sub-seq           pic x(6).
       01  ws-sub-seq-num redefines ws-sub-seq pic 9(6).
       01  ws-sub-count         pic 9(8) comp-5.
       01  ws-sub-hash          pic 9(12) comp-5.
       01  ws-trl-count         pic 9(8) comp-5.
       01  ws-trl-hash          pic 9(12) comp-5.
       01  ws-sub-base-key      pic 9(8) comp-5.
       01  ws-expected-seq      pic 9(6).
       01  ws-refusal           pic x(40).
       01  ws-ctl-found-sw      pic x value "n".
           88  ws-ctl-found     value "y".
       01  ws-badkey-sw         pic x value "n".
           88  ws-badkey        value "y".
       01  ws-dupkey-sw         pic x value "n".
           88  ws-dupkey        value "y".
       01  ws-overflow-sw       pic x value "n".
           88  ws-overflow      value "y".
       01  ws-key-found-sw      pic x value "n".
           88  ws-key-found     value "y".
      *    the submission's department keys in arrival order, with
      *    the department key each chained request names.
       01  ws-key-count         pic 9(4) comp-5 value 0.
       01  ws-key-idx           pic 9(4) comp-5.
       01  ws-look-idx          pic 9(4) comp-5.
       01  ws-look-key          pic 9(6).
       01  ws-key-table.
           05  ws-key-entry occurs 5000 times.
               10  ws-kt-dept-key  pic 9(6).
               10  ws-kt-pred-key  pic 9(6).
       01  ws-cc-result         pic x(1).
           88  ws-cc-unknown    value "U".
           88  ws-cc-inactive   value "I".
       01  ws-cc-gl-account     pic x(8).
       01  ws-cc-name           pic x(30).
       01  ws-line-count        pic 9(2) comp-5 value 99.
       01  ws-page-count        pic 9(4) comp-5 value 0.

       01  ws-heading-1.
           05  filler           pic x(13) value "REPEAT-INTAKE".
           05  filler           pic x(17) value spaces.
           05  filler           pic x(37) value
               "INTAKE ACKNOWLEDGEMENT FOR DEPARTMENT".
           05  filler           pic x(1) value spaces.
           05  h1-dept          pic x(4).
           05  filler           pic x(4) value spaces.
           05  filler           pic x(14) value "BUSINESS DATE ".
           05  h1-business-date pic x(8).
           05  filler           pic x(20) value spaces.
           05  filler           pic x(5) value "PAGE ".
           05  h1-page          pic zzz9.
           05  filler           pic x(5) value spaces.
       01  ws-sub-line.
           05  filler           pic x(17) value "SUBMISSION DATE  ".
           05  sl-sub-date      pic x(8).
           05  filler           pic x(10) value "  NUMBER  ".
           05  sl-sub-seq       pic x(6).
           05  filler           pic x(4) value spaces.
           05  sl-result        pic x(8).
           05  filler           pic x(4) value spaces.
           05  sl-refusal       pic x(40).
           05  filler           pic x(35) value spaces.
       01  ws-count-line.
           05  filler           pic x(17) value "REQUESTS READ    ".
           05  cl-count         pic zzzzzzz9.
           05  filler           pic x(18) value "   TRAILER COUNT  ".
           05  cl-trl-count     pic zzzzzzz9.
           05  filler           pic x(15) value "   HASH TOTAL  ".
           05  cl-hash          pic zzzzzzzzzzz9.
           05  filler           pic x(18) value "   TRAILER HASH  ".
           05  cl-trl-hash      pic zzzzzzzzzzz9.
           05  filler           pic x(24) value spaces.
       01  ws-key-heading.
           05  filler           pic x(20) value "DEPT KEY    RUN KEY".
           05  filler           pic x(112) value spaces.
       01  ws-key-line.
           05  kl-dept-key      pic 9(6).
           05  filler           pic x(6) value spaces.
           05  kl-run-key       pic 9(6).
           05  filler           pic x(114) value spaces.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-card-eof-sw
           end-read
           close control-card
           if ws-card-eof or ik-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move ik-business-date to ws-business-date
           end-if
           open i-o control-file
           if ws-control-fs not = "00" and ws-control-fs not = "05"
               display "repeat-intake: intake control master open "
                   "failed, file status " ws-control-fs
               move 16 to return-code
               goback
           end-if
           open input intake-file
           open output trans-file xref-file ack-file
           perform until ws-eof
               read intake-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform take-intake-row
               end-read
           end-perform
           if ws-sub-open
               perform settle-submission
           end-if
           close intake-file trans-file xref-file ack-file
               control-file
           display "repeat-intake: control totals"
           display "  submissions read ....... " ws-subs-read
           display "  submissions accepted ... " ws-subs-accepted
           display "  submissions refused .... " ws-subs-refused
           display "  rows outside submission  " ws-rows-outside
           display "  requests accepted ...... " ws-reqs-accepted
           display "  transin records written  " ws-trans-written
           display "  cross-reference rows ... " ws-xref-written
           if ws-subs-refused + ws-rows-outside > 0
               move 4 to return-code
           end-if
           if ws-reqs-accepted not = ws-trans-written
               or ws-reqs-accepted not = ws-xref-written
               display "repeat-intake: OUT OF BALANCE -- requests "
                   "accepted and records written differ"
               move 8 to return-code
           end-if
           goback.

      *    a header settles any submission still open -- that one
      *    never reached its trailer -- and opens the next.
       take-intake-row.
           evaluate true
               when ik-header
                   if ws-sub-open
                       perform settle-submission
                   end-if
                   perform open-submission
               when ik-detail and ws-sub-open and not ws-trailer-seen
                   perform hold-detail-row
               when ik-trailer and ws-sub-open and not ws-trailer-seen
                   move "y" to ws-trailer-sw
                   if it-rec-count is numeric
                       move it-rec-count to ws-trl-count
                   end-if
                   if it-hash-total is numeric
                       move it-hash-total to ws-trl-hash
                   end-if
                   perform settle-submission
               when other
                   add 1 to ws-rows-outside
                   display "repeat-intake: row type " ik-rec-type
                       " outside any open submission -- ignored"
           end-evaluate.

       open-submission.
           add 1 to ws-subs-read
           move "y" to ws-sub-open-sw
           move "n" to ws-trailer-sw
           move "n" to ws-badkey-sw
           move "n" to ws-dupkey-sw
           move "n" to ws-overflow-sw
           move ih-dept to ws-sub-dept
           move ih-sub-date to ws-sub-date
           move ih-sub-seq to ws-sub-seq
           move 0 to ws-sub-count
           move 0 to ws-sub-hash
           move 0 to ws-key-count
           move 0 to ws-trl-count
           move 0 to ws-trl-hash
           open output work-file.

      *    the row waits on the work file; its department key is
      *    checked against the submission's keys so far.
       hold-detail-row.
           add 1 to ws-sub-count
           move ik-request to repeat-trans-rec
           write work-rec from ik-request
           if rt-count is numeric
               add rt-count to ws-sub-hash
           end-if
           if rt-key is not numeric
               move "y" to ws-badkey-sw
           else
               if ws-key-count >= 5000
                   move "y" to ws-overflow-sw
               else
                   move rt-key to ws-look-key
                   perform find-dept-key
                   if ws-key-found
                       move "y" to ws-dupkey-sw
                   end-if
                   add 1 to ws-key-count
                   move rt-key to ws-kt-dept-key(ws-key-count)
                   move 0 to ws-kt-pred-key(ws-key-count)
                   if (rt-pred-source = space or rt-pred-source = "T")
                       and rt-pred-key is numeric and rt-pred-key > 0
                       move rt-pred-key
                           to ws-kt-pred-key(ws-key-count)
                   end-if
               end-if
           end-if.

       find-dept-key.
           move "n" to ws-key-found-sw
           perform varying ws-look-idx from 1 by 1
               until ws-look-idx > ws-key-count or ws-key-found
               if ws-kt-dept-key(ws-look-idx) = ws-look-key
                   move "y" to ws-key-found-sw
               end-if
           end-perform
           if ws-key-found
               subtract 1 from ws-look-idx
           end-if.

       settle-submission.
           close work-file
           move "n" to ws-sub-open-sw
           perform judge-submission
           if ws-refusal = spaces
               perform accept-submission
           else
               add 1 to ws-subs-refused
               display "repeat-intake: department " ws-sub-dept
                   " submission " ws-sub-seq " refused -- "
                   ws-refusal
           end-if
           perform write-acknowledgement.

      *    the first failing edit is the reason given.
       judge-submission.
           move spaces to ws-refusal
           evaluate true
               when not ws-trailer-seen
                   move "no trailer -- file cut short" to ws-refusal
               when ws-sub-count not = ws-trl-count
                   move "request count differs from trailer"
                       to ws-refusal
               when ws-sub-hash not = ws-trl-hash
                   move "hash total differs from trailer"
                       to ws-refusal
               when ws-sub-dept = spaces
                   move "header names no department" to ws-refusal
               when ws-sub-seq is not numeric
                   move "submission number not numeric"
                       to ws-refusal
               when ws-badkey
                   move "a department key is not numeric"
                       to ws-refusal
               when ws-dupkey
                   move "a department key is used twice"
                       to ws-refusal
               when ws-overflow
                   move "more than 5000 requests" to ws-refusal
               when ws-next-key + ws-sub-count - 1 > 999999
                   move "night's key range exhausted" to ws-refusal
           end-evaluate
           if ws-refusal = spaces
               perform check-department
           end-if
           if ws-refusal = spaces
               perform check-sequence
           end-if
           if ws-refusal = spaces
               perform check-chain-links
           end-if.

       check-department.
           call "repeat-costctr" using ws-sub-dept
               ws-cc-result ws-cc-gl-account ws-cc-name
           if ws-cc-unknown
               move "department not on the cost-center master"
                   to ws-refusal
           end-if
           if ws-cc-inactive
               move "department inactive on the master"
                   to ws-refusal
           end-if.

       check-sequence.
           move ws-sub-dept to ic-dept
           read control-file
               invalid key
                   move "n" to ws-ctl-found-sw
                   move 0 to ic-last-seq
                   move 0 to ic-subs-accepted
               not invalid key
                   move "y" to ws-ctl-found-sw
           end-read
           compute ws-expected-seq = ic-last-seq + 1
           if ws-sub-seq-num <= ic-last-seq
               move "duplicate -- number already accepted"
                   to ws-refusal
           else
               if ws-sub-seq-num > ws-expected-seq
                   move "out of sequence -- a submission is missing"
                       to ws-refusal
               end-if
           end-if.

       check-chain-links.
           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-key-count
                   or ws-refusal not = spaces
               if ws-kt-pred-key(ws-key-idx) > 0
                   move ws-kt-pred-key(ws-key-idx) to ws-look-key
                   perform find-dept-key
                   if not ws-key-found
                       move "chain names a key not in the submission"
                           to ws-refusal
                   end-if
               end-if
           end-perform.

      *    request N of the submission is key base + N - 1; a chain
      *    link follows its predecessor onto that predecessor's key.
       accept-submission.
           add 1 to ws-subs-accepted
           move ws-next-key to ws-sub-base-key
           move "n" to ws-work-eof-sw
           move 0 to ws-key-idx
           open input work-file
           perform until ws-work-eof
               read work-file into repeat-trans-rec
                   at end
                       move "y" to ws-work-eof-sw
                   not at end
                       perform assign-one-key
               end-read
           end-perform
           close work-file
           add ws-sub-count to ws-next-key
           perform update-control-row.

       assign-one-key.
           add 1 to ws-key-idx
           add 1 to ws-reqs-accepted
           move spaces to repeat-intake-xref-rec
           move ws-business-date to xr-business-date
           move ws-sub-dept to xr-dept
           move ws-sub-date to xr-sub-date
           move ws-sub-seq to xr-sub-seq
           move rt-key to xr-dept-key
           move rt-user-id to xr-user-id
           compute rt-key = ws-sub-base-key + ws-key-idx - 1
           move rt-key to xr-key
           if ws-kt-pred-key(ws-key-idx) > 0
               move ws-kt-pred-key(ws-key-idx) to ws-look-key
               perform find-dept-key
               move "T" to rt-pred-source
               compute rt-pred-key = ws-sub-base-key + ws-look-idx - 1
           end-if
           write repeat-trans-rec
           add 1 to ws-trans-written
           write repeat-intake-xref-rec
           add 1 to ws-xref-written.

       update-control-row.
           move ws-sub-dept to ic-dept
           move ws-sub-seq-num to ic-last-seq
           move ws-sub-date to ic-last-sub-date
           move ws-business-date to ic-last-run-date
           move ws-sub-count to ic-last-rec-count
           add 1 to ic-subs-accepted
           if ws-ctl-found
               rewrite repeat-intake-ctl-rec
                   invalid key
                       display "repeat-intake: control rewrite "
                           "rejected for " ic-dept ", file status "
                           ws-control-fs
               end-rewrite
           else
               write repeat-intake-ctl-rec
                   invalid key
                       display "repeat-intake: control write "
                           "rejected for " ic-dept ", file status "
                           ws-control-fs
               end-write
           end-if.

      *    a page per submission, so each can go back to its
      *    department; an accepted one lists its keys, read back
      *    from the cross-reference numbering.
       write-acknowledgement.
           move 99 to ws-line-count
           perform check-page-break
           move ws-sub-date to sl-sub-date
           move ws-sub-seq to sl-sub-seq
           if ws-refusal = spaces
               move "ACCEPTED" to sl-result
           else
               move "REFUSED" to sl-result
           end-if
           move ws-refusal to sl-refusal
           write ack-line from ws-sub-line
           move ws-sub-count to cl-count
           move ws-trl-count to cl-trl-count
           move ws-sub-hash to cl-hash
           move ws-trl-hash to cl-trl-hash
           write ack-line from ws-count-line
           move spaces to ack-line
           write ack-line
           add 3 to ws-line-count
           if ws-refusal = spaces and ws-key-count > 0
               write ack-line from ws-key-heading
               add 1 to ws-line-count
               perform varying ws-key-idx from 1 by 1
                   until ws-key-idx > ws-key-count
                   perform check-page-break
                   move ws-kt-dept-key(ws-key-idx) to kl-dept-key
                   compute kl-run-key =
                       ws-sub-base-key + ws-key-idx - 1
                   write ack-line from ws-key-line
                   add 1 to ws-line-count
               end-perform
           end-if.

       check-page-break.
           if ws-line-count > 56
               add 1 to ws-page-count
               move ws-page-count to h1-page
               move ws-sub-dept to h1-dept
               move ws-business-date to h1-business-date
               write ack-line from ws-heading-1
               move spaces to ack-line
               write ack-line
               move 2 to ws-line-count
           end-if.
       end program repeat-intake.
