      *      5. CHECKSTAT's latest REPEAT-VERIFY row says PASS;
      *      6. the extract generation is bracketed -- header
      *         present, trailer present, trailer count equal to the
      *         data rows delivered;
      *      7. CHECKSTAT's latest REPEAT-STREAMVER row says PASS for
      *         every run identity it verified that date (the single
      *         stream, or each parallel leg), so a bad stream file
      *         holds the hand-off the way a bad result file does.
      *    Any failed check prints NO-GO and returns 8, so the
      *    scheduler holds the manifest build and the warehouse
      *    hand-off on this one job's condition code.
       01  ws-reject-count      pic 9(8) comp-5 value 0.
       01  ws-recon-result      pic x(4) value spaces.
       01  ws-verify-result     pic x(4) value spaces.
      *    the latest stream-verifier verdict per run identity.
       01  ws-strm-count        pic 9(1) comp-5 value 0.
       01  ws-strm-table.
           05  ws-strm occurs 5 times.
               10  ws-strm-run-id   pic x(8).
               10  ws-strm-result   pic x(4).
       01  ws-strm-idx          pic 9(1) comp-5.
       01  ws-strm-failed       pic 9(1) comp-5 value 0.
       01  ws-header-seen-sw    pic x value "n".
           88  ws-header-seen   value "y".
       01  ws-trailer-seen-sw   pic x value "n".
                               when "REPEAT-VERIFY"
                                   move cs-result
                                       to ws-verify-result
                               when "REPEAT-STREAMVER"
                                   perform note-stream-verdict
                               when other
                                   continue
                           end-evaluate
               display "  content verifier ....... "
                   ws-verify-result " -- not a recorded PASS"
               add 1 to ws-failed-checks
           end-if
           if ws-strm-count = 0
               display "  stream verifier ........ no recorded verdict"
               add 1 to ws-failed-checks
           else
               perform varying ws-strm-idx from 1 by 1
                   until ws-strm-idx > ws-strm-count
                   if ws-strm-result(ws-strm-idx) = "PASS"
                       display "  stream verifier ........ PASS for "
                           ws-strm-run-id(ws-strm-idx)
                   else
                       display "  stream verifier ........ "
                           ws-strm-result(ws-strm-idx) " for "
                           ws-strm-run-id(ws-strm-idx)
                           " -- not a recorded PASS"
                       add 1 to ws-strm-failed
                   end-if
               end-perform
               if ws-strm-failed > 0
                   add 1 to ws-failed-checks
               end-if
           end-if.

      *    a later row for the same run identity replaces the earlier
      *    verdict; rows before the run identity was recorded read
      *    back blank and count as one identity.
       note-stream-verdict.
           perform varying ws-strm-idx from 1 by 1
               until ws-strm-idx > ws-strm-count
                   or ws-strm-run-id(ws-strm-idx) = cs-run-id
               continue
           end-perform
           if ws-strm-idx > ws-strm-count and ws-strm-count < 5
               add 1 to ws-strm-count
               move cs-run-id to ws-strm-run-id(ws-strm-count)
           end-if
           if ws-strm-idx <= ws-strm-count
               move cs-result to ws-strm-result(ws-strm-idx)
           end-if.

       check-extract-bracket.
