      *    prints a line-by-line edit report, and returns nonzero when
      *    the error rate exceeds the control-card threshold so the
      *    scheduler can hold the REPEAT-BATCH step.
      *    An unclassified record that passes every edit is then
      *    scanned for sensitive data -- its literal, and the resolved
      *    pattern literal when it names a pattern -- through
      *    REPEAT-SENSCHK: a detection is logged to SENSLOG and,
      *    by the SENSPOL policy, either goes to CLEANOUT forced
      *    classified ("Y") or to EDITERR as reason 25.
      *    A non-blank RT-COST-CENTER must be on the cost-center
      *    reference master and usable today (REPEAT-COSTCTR); an
      *    unknown or inactive code goes to EDITERR as reason 26.
      *    A chain link, when present, must name a TRANSIN ("T" or
      *    blank) or COMPOSEIN ("C") request by a numeric key, and
      *    a transaction record cannot name itself.
      ******************************************************************

       environment division.
       01  ws-db-safe-len       pic 9(4) comp-5.
       01  ws-db-close-si       pic x(1).
       01  ws-db-status         pic 9(2) comp-5.
       01  ws-recs-sensitive    pic 9(8) comp-5 value 0.
       01  ws-sens-key          pic x(8).
       01  ws-sens-source       pic x(1) value "T".
       01  ws-sens-status       pic 9(2) comp-5.
       01  ws-sens-reason       pic 9(2) comp-5.
       01  ws-sens-kind         pic x(1).
       01  ws-pattern-status    pic 9(2) comp-5.
       01  ws-pat-in-str        pic x(80).
       01  ws-pat-count         pic 9(4).
       01  ws-pat-delimiter     pic x(10).
       01  ws-pat-mode          pic x(1).
       01  ws-run-date          pic x(8).
       01  ws-run-id            pic x(8) value spaces.
       01  ws-cc-result         pic x(1).
           88  ws-cc-unknown    value "U".
           88  ws-cc-inactive   value "I".
       01  ws-cc-gl-account     pic x(8).
       01  ws-cc-name           pic x(30).

       procedure division.
       main-line.
           display "  records read ........... " ws-recs-read
           display "  records clean .......... " ws-recs-clean
           display "  records in error ....... " ws-recs-error
           display "  sensitive data found ... " ws-recs-sensitive
           display "  error percent .......... " ws-error-pct
           display "  error threshold ........ " te-max-error-pct
           if ws-error-pct > te-max-error-pct
                   move 10 to ws-delim-idx
               end-if
           end-perform
           if rt-pred-link not = spaces
               if rt-pred-key is not numeric
                   or (rt-pred-source not = space
                       and rt-pred-source not = "T"
                       and rt-pred-source not = "C")
                   display "  key " rt-key ": chain link not a "
                       "defined value"
                   move "n" to ws-rec-ok-sw
               else
                   if rt-pred-source not = "C"
                       and rt-pred-key = rt-key
                       display "  key " rt-key ": chained to itself"
                       move "n" to ws-rec-ok-sw
                   end-if
               end-if
           end-if
           if rt-cost-center not = spaces
               call "repeat-costctr" using rt-cost-center
                   ws-cc-result ws-cc-gl-account ws-cc-name
               if ws-cc-unknown
                   display "  key " rt-key ": cost center "
                       rt-cost-center " not on the master (reason 26)"
                   move "n" to ws-rec-ok-sw
               end-if
               if ws-cc-inactive
                   display "  key " rt-key ": cost center "
                       rt-cost-center " inactive (reason 26)"
                   move "n" to ws-rec-ok-sw
               end-if
           end-if
           if ws-rec-ok and not rt-classified-yes
               perform scan-sensitive-data
           end-if
           if ws-rec-ok
               add 1 to ws-recs-clean
               write clean-trans-rec from repeat-trans-rec
               write error-trans-rec from repeat-trans-rec
           end-if.

      *    the record's own literal first; a pattern's literal is
      *    only scanned while the record is still unclassified, so
      *    one record logs one detection. The pattern resolves with
      *    today's date and the record's user the way REPEAT-BATCH
      *    will resolve it tonight; a pattern that does not resolve
      *    is left for the batch run to reject as reason 18.
       scan-sensitive-data.
           move rt-key to ws-sens-key
           call "repeat-senschk" using
               rt-in-str rt-user-id rt-cost-center ws-sens-source
               ws-sens-key rt-pattern-id rt-classified ws-sens-status
               ws-sens-reason ws-sens-kind
           if not rt-classified-yes and rt-pattern-id not = spaces
               move function current-date(1:8) to ws-run-date
               call "repeat-pattern" using
                   rt-pattern-id ws-pat-in-str ws-pat-count
                   ws-pat-delimiter ws-pat-mode
                   ws-run-date ws-run-id rt-user-id
                   ws-pattern-status
               if ws-pattern-status = 00
                   call "repeat-senschk" using
                       ws-pat-in-str rt-user-id rt-cost-center
                       ws-sens-source ws-sens-key rt-pattern-id
                       rt-classified ws-sens-status ws-sens-reason
                       ws-sens-kind
               end-if
           end-if
           if ws-sens-kind not = space
               add 1 to ws-recs-sensitive
               if ws-sens-status not = 00
                   display "  key " rt-key ": sensitive data in "
                       "unclassified request (reason 25)"
                   move "n" to ws-rec-ok-sw
               else
                   display "  key " rt-key ": sensitive data found "
                       "-- forced classified"
               end-if
           end-if.

      *    a non-numeric key cannot take part in the ascending/unique
      *    checks, so it only reports itself.
       flag-bad-key.
