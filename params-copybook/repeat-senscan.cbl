       identification division.
       program-id. repeat-senscan.

      ******************************************************************
      *    Shared sensitive-data scan for unclassified requests: every
      *    entry point (REPEAT-TRANS-EDIT, REPEATCALL and the queue
      *    listener through REPEAT-SENSCHK, the RPTC screen directly)
      *    calls this one subprogram on the request string
      *    -- the resolved pattern literal when the request names a
      *    pattern -- so the paths can never disagree about what
      *    counts as sensitive. Pure computation, no file I/O, so the
      *    online region can call it. Looks for, in this order:
      *      "L" a run of 13 to 19 digits, single blanks or hyphens
      *          allowed between digit groups, that passes the Luhn
      *          check -- a card number. A run of one repeated digit
      *          passes Luhn trivially and is filler, not a card;
      *      "S" an SSN-shaped value, ddd-dd-dddd (or blank
      *          separated) standing alone, with area 000, 666 and
      *          900-999, group 00 and serial 0000 excluded as never
      *          issued;
      *      "K" any keyword on the policy record, ignoring case.
      *    SN-KIND returns the first kind found (space when the string
      *    is clean) and SN-POSITION the 1-based byte where it starts.
      *    The value itself is never returned or displayed.
      ******************************************************************

       data division.
       working-storage section.
       01  ws-upper-str         pic x(80).
       01  ws-upper-key         pic x(16).
       01  ws-idx               pic 9(4) comp-5.
       01  ws-run-idx           pic 9(4) comp-5.
       01  ws-key-idx           pic 9(4) comp-5.
       01  ws-key-len           pic 9(4) comp-5.
       01  ws-last-start        pic 9(4) comp-5.
       01  ws-run-len           pic 9(4) comp-5.
       01  ws-run-digits        pic x(24).
       01  ws-run-done-sw       pic x(1).
           88  ws-run-done      value "y".
       01  ws-same-digit-sw     pic x(1).
           88  ws-same-digit    value "y".
       01  ws-digit             pic 9(2) comp-5.
       01  ws-sum               pic 9(8) comp-5.
       01  ws-pos               pic 9(4) comp-5.
       01  ws-ssn-area          pic 9(3).
       01  ws-ssn-group         pic 9(2).
       01  ws-ssn-serial        pic 9(4).
       01  ws-next-char         pic x(1).

       linkage section.
       01  sn-in-str            pic x(80).
       copy repeat-sens-policy-rec.
       01  sn-kind              pic x(1).
       01  sn-position          pic 9(4) comp-5.

       procedure division
           using
               sn-in-str
               repeat-sens-policy-rec
               sn-kind
               sn-position.
           move space to sn-kind
           move 0 to sn-position
           perform scan-card-numbers
           if sn-kind = space
               perform scan-ssn
           end-if
           if sn-kind = space
               perform scan-keywords
           end-if
           goback.

      *    a run starts at a digit with neither a digit nor a
      *    digit-and-separator in front of it (WS-RUN-DONE-SW doubles
      *    as that test before the run is collected); WS-RUN-DIGITS
      *    collects the digits alone so the Luhn sum ignores the
      *    separators.
       scan-card-numbers.
           perform varying ws-idx from 1 by 1
               until ws-idx > 68 or sn-kind not = space
               move "y" to ws-run-done-sw
               if ws-idx > 1
                   if sn-in-str(ws-idx - 1:1) is numeric
                       move "n" to ws-run-done-sw
                   end-if
                   if ws-idx > 2
                       if (sn-in-str(ws-idx - 1:1) = space
                           or sn-in-str(ws-idx - 1:1) = "-")
                           and sn-in-str(ws-idx - 2:1) is numeric
                           move "n" to ws-run-done-sw
                       end-if
                   end-if
               end-if
               if sn-in-str(ws-idx:1) is numeric and ws-run-done
                   perform collect-digit-run
                   if ws-run-len >= 13 and ws-run-len <= 19
                       perform check-luhn
                   end-if
               end-if
           end-perform.

       collect-digit-run.
           move spaces to ws-run-digits
           move 0 to ws-run-len
           move "n" to ws-run-done-sw
           move ws-idx to ws-run-idx
           perform until ws-run-done
               if sn-in-str(ws-run-idx:1) is numeric
                   add 1 to ws-run-len
                   if ws-run-len <= 24
                       move sn-in-str(ws-run-idx:1)
                           to ws-run-digits(ws-run-len:1)
                   end-if
                   add 1 to ws-run-idx
               else
                   move "y" to ws-run-done-sw
                   if (sn-in-str(ws-run-idx:1) = space
                       or sn-in-str(ws-run-idx:1) = "-")
                       and ws-run-idx < 80
                       if sn-in-str(ws-run-idx + 1:1) is numeric
                           move "n" to ws-run-done-sw
                           add 1 to ws-run-idx
                       end-if
                   end-if
               end-if
               if ws-run-idx > 80
                   move "y" to ws-run-done-sw
               end-if
           end-perform.

      *    doubling every second digit from the rightmost; the number
      *    is valid when the total is a multiple of ten.
       check-luhn.
           move 0 to ws-sum
           move "y" to ws-same-digit-sw
           perform varying ws-run-idx from ws-run-len by -1
               until ws-run-idx < 1
               compute ws-pos = ws-run-len - ws-run-idx + 1
               compute ws-digit =
                   function numval(ws-run-digits(ws-run-idx:1))
               if ws-run-digits(ws-run-idx:1)
                   not = ws-run-digits(1:1)
                   move "n" to ws-same-digit-sw
               end-if
               if function mod(ws-pos, 2) = 0
                   compute ws-digit = ws-digit * 2
                   if ws-digit > 9
                       subtract 9 from ws-digit
                   end-if
               end-if
               add ws-digit to ws-sum
           end-perform
           if function mod(ws-sum, 10) = 0 and not ws-same-digit
               move "L" to sn-kind
               move ws-idx to sn-position
           end-if.

      *    ddd?dd?dddd with the same separator in both places, and no
      *    digit touching either end (WS-NEXT-CHAR picks up the byte
      *    after, then the byte before).
       scan-ssn.
           perform varying ws-idx from 1 by 1
               until ws-idx > 70 or sn-kind not = space
               if sn-in-str(ws-idx:3) is numeric
                   and sn-in-str(ws-idx + 4:2) is numeric
                   and sn-in-str(ws-idx + 7:4) is numeric
                   and (sn-in-str(ws-idx + 3:1) = "-"
                        or sn-in-str(ws-idx + 3:1) = space)
                   and sn-in-str(ws-idx + 6:1)
                       = sn-in-str(ws-idx + 3:1)
                   perform check-ssn-bounds
               end-if
           end-perform.

       check-ssn-bounds.
           move space to ws-next-char
           if ws-idx < 70
               move sn-in-str(ws-idx + 11:1) to ws-next-char
           end-if
           if ws-idx > 1 and ws-next-char is not numeric
               move sn-in-str(ws-idx - 1:1) to ws-next-char
           end-if
           if ws-next-char is not numeric
               move sn-in-str(ws-idx:3) to ws-ssn-area
               move sn-in-str(ws-idx + 4:2) to ws-ssn-group
               move sn-in-str(ws-idx + 7:4) to ws-ssn-serial
               if ws-ssn-area not = 0 and ws-ssn-area not = 666
                   and ws-ssn-area < 900
                   and ws-ssn-group not = 0
                   and ws-ssn-serial not = 0
                   move "S" to sn-kind
                   move ws-idx to sn-position
               end-if
           end-if.

       scan-keywords.
           move sn-in-str to ws-upper-str
           inspect ws-upper-str converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if sp-keyword-count is not numeric
               move 0 to sp-keyword-count
           end-if
           if sp-keyword-count > 20
               move 20 to sp-keyword-count
           end-if
           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > sp-keyword-count
                   or sn-kind not = space
               if sp-keyword(ws-key-idx) not = spaces
                   perform match-one-keyword
               end-if
           end-perform.

       match-one-keyword.
           move sp-keyword(ws-key-idx) to ws-upper-key
           inspect ws-upper-key converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           compute ws-key-len = function length(
               function trim(ws-upper-key trailing))
           compute ws-last-start = 81 - ws-key-len
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-last-start or sn-kind not = space
               if ws-upper-str(ws-idx:ws-key-len)
                   = ws-upper-key(1:ws-key-len)
                   move "K" to sn-kind
                   move ws-idx to sn-position
               end-if
           end-perform.
       end program repeat-senscan.
