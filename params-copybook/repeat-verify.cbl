      *    entitlement file, and pattern-id requests on the pattern
      *    master, not on the transaction record alone -- both are
      *    counted as skipped rather than guessed at.
      *    A chained transaction record (see RT-PRED-LINK in
      *    repeat-trans-rec.cpy) is built from its predecessor's
      *    output, which the record does not carry, and runs in the
      *    driver's chain pass after the class passes -- it is left
      *    out of the walk, and its result row, which carries the
      *    chain link, counts with the other sources' rows.
      *    The driver dispatches one pass per priority class, most
      *    urgent first, so the result file ascends by key within
      *    each class, not overall -- this verifier walks the
       copy repeat-trans-rec.

       fd  result-file
           record is varying in size from 20 to 820 characters
               depending on ws-result-rec-len.
       copy repeat-result-rec.

       01  ws-result-rec-len    pic 9(4) comp-5.
       01  ws-priority-class    pic 9(1) comp-5.
       01  ws-rec-class         pic 9(1) comp-5.
       01  ws-rec-chained-sw    pic x value "n".
           88  ws-rec-chained   value "y".
       01  ws-class-table.
           05  ws-class-read occurs 9 times pic 9(8) comp-5.

               move "PASS" to cs-result
           end-if
           move function current-date to cs-timestamp
           move spaces to cs-run-id
           write repeat-check-stat-rec
           close check-stat-file.

                       move "y" to ws-trans-eof-sw
                   not at end
                       perform derive-priority-class
                       if not ws-rec-chained
                           add 1 to ws-class-read(ws-rec-class)
                       end-if
               end-read
           end-perform
           close trans-file.
               move rt-priority to ws-rec-class
           else
               move 9 to ws-rec-class
           end-if
           if rt-pred-key is numeric and rt-pred-key > 0
               move "y" to ws-rec-chained-sw
           else
               move "n" to ws-rec-chained-sw
           end-if.

       verify-class-pass.
       read-trans.
           perform read-trans-raw
           perform until ws-trans-eof
               or (ws-rec-class = ws-priority-class
                   and not ws-rec-chained)
               perform read-trans-raw
           end-perform
           if not ws-trans-eof
      *    record to reconstruct from -- counted and passed over, so
      *    the key walk only ever compares source-"T" rows. Rows
      *    written before source tagging read back blank and are
      *    treated as transaction rows, as they always were. A
      *    chained request's row is passed over the same way.
       read-result.
           perform read-result-raw
           perform until ws-result-eof
               or ((rr-source = "T" or rr-source = space)
                   and rr-pred-link = spaces)
               add 1 to ws-extra-count
               perform read-result-raw
           end-perform.
