       identification division.
       program-id. repeat-audit-seal.

      ******************************************************************
      *    Daily seal of the audit trail: appends one "D" row (see
      *    repeat-audit-seal-rec.cpy) to the protected seal file
      *    AUDSEAL covering the rows appended to the live trail
      *    (AUDITIN) since the previous seal -- how many, the chain
      *    value they opened on, and the final chain value they
      *    closed on (see repeat-audit-chain.cbl). Once sealed, a row
      *    altered, inserted, or removed anywhere up to the final
      *    value no longer walks to it, and the chain check
      *    (REPEAT-AUDIT-CHK) says so. Run after the night's last
      *    append to the trail, RPTA offload included, and before any
      *    cut of it.
      *    The previous seal's final value is looked for on the live
      *    trail and the rows after it are sealed. If it is not there
      *    -- its row was unchained and a cut since has refolded it,
      *    or the trail was replaced -- the whole live trail is
      *    sealed from a zero opening value instead, which the chain
      *    check accepts the same way, and 4 is returned so the
      *    replacement is looked at. SYSIN card: the business date
      *    the seal is for (YYYYMMDD, blank for today).
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select optional audit-file assign to auditin
               organization is line sequential.
           select optional seal-file assign to audseal
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  seal-card-rec.
           05  se-business-date   pic x(8).

       fd  audit-file.
       copy repeat-audit-rec.

       fd  seal-file.
       copy repeat-audit-seal-rec.

       working-storage section.
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-have-seal-sw      pic x value "n".
           88  ws-have-seal     value "y".
       01  ws-found-sw          pic x value "n".
           88  ws-found         value "y".
       01  ws-business-date     pic x(8).
       01  ws-last-final        pic 9(9) comp-5 value 0.
       01  ws-open-value        pic 9(9) comp-5 value 0.
       01  ws-running           pic 9(9) comp-5 value 0.
       01  ws-rows-read         pic 9(8) comp-5 value 0.
       01  ws-seg-rows          pic 9(8) comp-5 value 0.
       01  ws-seg-first-ts      pic x(26) value spaces.
       01  ws-seg-last-ts       pic x(26) value spaces.
       01  ws-file-first-ts     pic x(26) value spaces.
       01  ws-chain-function    pic x(1) value "C".
       01  ws-chain-fate        pic x(1) value space.

       procedure division.
       main-line.
           move spaces to ws-business-date
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           if not ws-control-eof
               move se-business-date to ws-business-date
           end-if
           close control-card
           if ws-business-date = spaces
               move function current-date(1:8) to ws-business-date
           end-if
           perform find-last-seal
           perform walk-live-trail
           if ws-have-seal and not ws-found
               display "repeat-audit-seal: the last seal's final "
                   "chain value is not on the live trail -- sealing "
                   "the whole trail from a zero opening value"
               move 0 to ws-open-value
               move ws-rows-read to ws-seg-rows
               move ws-file-first-ts to ws-seg-first-ts
               move 4 to return-code
           end-if
           perform write-day-seal
           display "repeat-audit-seal: control totals for "
               ws-business-date
           display "  live trail rows read ... " ws-rows-read
           display "  rows sealed ............ " ws-seg-rows
           display "  opening chain value .... " ws-open-value
           display "  final chain value ...... " ws-running
           goback.

      *    the latest "D" row is the one the new segment follows.
       find-last-seal.
           move "n" to ws-eof-sw
           open input seal-file
           perform until ws-eof
               read seal-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       if sl-day-seal
                           move "y" to ws-have-seal-sw
                           move sl-final-chain to ws-last-final
                       end-if
               end-read
           end-perform
           close seal-file
           if ws-have-seal
               move ws-last-final to ws-open-value
           end-if.

      *    a row whose value is the last seal's final value closes
      *    what was sealed; the rows after the last such row are the
      *    new segment.
       walk-live-trail.
           move "n" to ws-eof-sw
           open input audit-file
           perform until ws-eof
               read audit-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform seal-one-row
               end-read
           end-perform
           close audit-file.

       seal-one-row.
           add 1 to ws-rows-read
           if ws-rows-read = 1
               move aud-timestamp to ws-file-first-ts
           end-if
           if aud-chain-link is numeric
               move aud-chain to ws-running
           else
               call "repeat-audit-chain" using ws-chain-function
                   repeat-audit-rec ws-chain-fate ws-running
           end-if
           if ws-have-seal and ws-running = ws-last-final
               move "y" to ws-found-sw
               move 0 to ws-seg-rows
               move spaces to ws-seg-first-ts ws-seg-last-ts
           else
               add 1 to ws-seg-rows
               if ws-seg-first-ts = spaces
                   move aud-timestamp to ws-seg-first-ts
               end-if
               move aud-timestamp to ws-seg-last-ts
           end-if.

       write-day-seal.
           open extend seal-file
           move spaces to repeat-audit-seal-rec
           move "D" to sl-type
           move ws-business-date to sl-seal-date
           move function current-date to sl-sealed-ts
           move ws-seg-rows to sl-rows
           move ws-open-value to sl-open-chain
           move ws-running to sl-final-chain
           move ws-seg-first-ts to sl-first-ts
           move ws-seg-last-ts to sl-last-ts
           write repeat-audit-seal-rec
           close seal-file.
       end program repeat-audit-seal.
