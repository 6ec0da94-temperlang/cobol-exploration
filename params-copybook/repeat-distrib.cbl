      *    and is counted so the discrepancy is visible.
      *    Outputs: SUBOUT1-4 with manifests MANOUT1-4, one pair per
      *    subscription row in SB-OUTPUT-SLOT order.
      *    Every generation cut is logged to DELIVOUT (see
      *    repeat-deliv-rec.cpy) with its consumer, generation
      *    (the extract header's business date), row count, and
      *    checksum total, for REPEAT-DELIV-LOAD to match the
      *    consumers' acknowledgements against.
      *    Retransmission: a SYSIN card naming one consumer (and
      *    optionally the generation) re-cuts that consumer's
      *    generation alone to SUBOUT1/MANOUT1 from the extract and
      *    audit trail of that business date, without touching the
      *    other subscribers. The card's generation must match the
      *    extract header, so the wrong night is never resent; a
      *    consumer not on the subscription master, or a mismatched
      *    generation, stops the run with 16 and nothing logged.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select subscr-file assign to subsmst
               organization is line sequential
               file status is ws-subscr-fs.
               organization is line sequential.
           select man4-file assign to manout4
               organization is line sequential.
           select optional delivery-file assign to delivout
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  distrib-card-rec.
           05  rd-consumer-id     pic x(8).
           05  rd-generation      pic x(8).

       fd  subscr-file.
       copy repeat-subscr-rec.

                     leading ==mf-== by ==m4-==
                     leading ==mt-== by ==t4-==.

       fd  delivery-file.
       copy repeat-deliv-rec.

       working-storage section.
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-resend-consumer   pic x(8) value spaces.
       01  ws-resend-generation pic x(8) value spaces.
       01  ws-wrong-gen-sw      pic x value "n".
           88  ws-wrong-gen     value "y".
       01  ws-generation        pic x(8).
       01  ws-sent-ts           pic x(26).
       01  ws-subscr-fs         pic x(2).
       01  ws-subscr-eof-sw     pic x value "n".
           88  ws-subscr-eof    value "y".

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if not ws-control-eof
               move rd-consumer-id to ws-resend-consumer
               move rd-generation to ws-resend-generation
           end-if
           perform load-subscribers
           if ws-sub-count = 0
               if ws-resend-consumer not = spaces
                   display "repeat-distrib: consumer "
                       ws-resend-consumer " is not on the "
                       "subscription master -- nothing resent"
               else
                   display "repeat-distrib: no subscription rows -- "
                       "nothing to distribute"
               end-if
               move 16 to return-code
               goback
           end-if
           if ws-resend-consumer not = spaces
               display "repeat-distrib: retransmission of "
                   ws-resend-consumer " generation "
                   ws-resend-generation
           end-if
           perform load-audit-attributes
           open output sub1-file sub2-file sub3-file sub4-file
           open output man1-file man2-file man3-file man4-file
               end-read
           end-perform
           close extract-file
           if ws-wrong-gen
               close sub1-file sub2-file sub3-file sub4-file
               close man1-file man2-file man3-file man4-file
               display "repeat-distrib: extract is for business date "
                   ws-hdr-business-date ", not generation "
                   ws-resend-generation " -- nothing resent"
               move 16 to return-code
               goback
           end-if
           perform write-sub-trailers
           close sub1-file sub2-file sub3-file sub4-file
           close man1-file man2-file man3-file man4-file
           perform log-deliveries
           display "repeat-distrib: control totals"
           display "  extract data rows ...... " ws-data-rows
           display "  rows with no audit match " ws-unmatched-rows
                   at end
                       move "y" to ws-subscr-eof-sw
                   not at end
                       if ws-resend-consumer = spaces
                           or sb-consumer-id = ws-resend-consumer
                           perform keep-subscriber
                       end-if
               end-read
           end-perform
           if ws-subscr-fs = "00" or ws-subscr-fs = "10"
               close subscr-file
           end-if.

      *    a retransmission keeps only the named consumer, in slot 1
      *    whatever slot the night's run gave it.
       keep-subscriber.
           add 1 to ws-sub-count
           if ws-resend-consumer = spaces
               and sb-output-slot is numeric
               and sb-output-slot not = 0
               and sb-output-slot not = ws-sub-count
               display "repeat-distrib: subscriber "
                   sb-consumer-id " slot " sb-output-slot
                   " disagrees with its position " ws-sub-count
                   " -- position governs"
           end-if
           move sb-consumer-id to ws-sb-consumer(ws-sub-count)
           move sb-select-all to ws-sb-all(ws-sub-count)
           move sb-cost-center to ws-sb-cc(ws-sub-count)
           move sb-user-id to ws-sb-user(ws-sub-count)
           move sb-pattern-id-1 to ws-sb-pat1(ws-sub-count)
           move sb-pattern-id-2 to ws-sb-pat2(ws-sub-count)
           move sb-status-filter to ws-sb-status(ws-sub-count)
           move 0 to ws-sb-rows(ws-sub-count)
           move 0 to ws-sb-bytes(ws-sub-count)
           move 0 to ws-sb-cksum(ws-sub-count).

       load-audit-attributes.
           open input audit-file
           perform until ws-aud-eof
               when eh-rec-type = "H"
                   move eh-business-date to ws-hdr-business-date
                   move eh-job-name to ws-hdr-job-name
                   if ws-resend-generation not = spaces
                       and eh-business-date not = ws-resend-generation
                       move "y" to ws-wrong-gen-sw
                       move "y" to ws-ext-eof-sw
                   else
                       perform write-sub-headers
                   end-if
               when eh-rec-type = "T"
                   continue
               when other
                   write man4-rec
           end-evaluate.

      *    one sent row per generation cut, appended for the
      *    delivery-status load.
       log-deliveries.
           move ws-hdr-business-date to ws-generation
           if ws-generation = spaces
               move function current-date(1:8) to ws-generation
           end-if
           move function current-date to ws-sent-ts
           open extend delivery-file
           perform varying ws-sub-idx from 1 by 1
               until ws-sub-idx > ws-sub-count
               move spaces to repeat-deliv-rec
               move ws-sb-consumer(ws-sub-idx) to dv-consumer-id
               move ws-generation to dv-generation
               move ws-sub-idx to dv-slot
               move "S" to dv-status
               move 0 to dv-send-count
               move ws-sent-ts to dv-sent-ts
               move ws-sb-rows(ws-sub-idx) to dv-sent-rows
               move ws-sb-cksum(ws-sub-idx) to dv-sent-cksum
               move 0 to dv-ack-rows
               move 0 to dv-ack-cksum
               write repeat-deliv-rec
           end-perform
           close delivery-file.

       write-sub-headers.
           compute ws-sub-rec-len = function length(extract-hdr-rec)
           perform varying ws-sub-idx from 1 by 1
