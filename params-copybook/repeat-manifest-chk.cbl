      *    count and checksum total. Any disagreement is reported with
      *    the key and the job ends nonzero, refusing to pass a
      *    damaged file to the warehouse load.
      *    When the SYSIN card names the consumer (its SB-CONSUMER-ID)
      *    the verdict is also returned to the sending side as one
      *    delivery acknowledgement on ACKOUT (see
      *    repeat-deliv-ack-rec.cpy): the generation from the
      *    delivered header, the row count and checksum total
      *    received, and "A" accepted or "R" rejected with the
      *    reason. No card, no acknowledgement.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select extract-file assign to extractin
               organization is line sequential.
           select manifest-file assign to maniin
               organization is line sequential.
           select optional ack-file assign to ackout
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  ack-card-rec.
           05  ac-consumer-id     pic x(8).

       fd  extract-file
           record is varying in size from 21 to 923 characters
               depending on ws-extract-rec-len.
       fd  manifest-file.
       copy repeat-manifest-rec.

       fd  ack-file.
       copy repeat-deliv-ack-rec.

       working-storage section.
       01  ws-ext-eof-sw        pic x value "n".
           88  ws-ext-eof       value "y".
       01  ws-man-rec-count     pic 9(8) comp-5.
       01  ws-man-cksum-total   pic 9(12) comp-5.
       01  ws-extract-rec-len   pic 9(4) comp-5.
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-consumer-id       pic x(8) value spaces.
       01  ws-generation        pic x(8) value spaces.
       01  ws-ack-reason        pic x(30) value spaces.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if not ws-control-eof
               move ac-consumer-id to ws-consumer-id
           end-if
           open input extract-file
           open input manifest-file
           perform until ws-ext-eof
               display "repeat-manifest-chk: manifest trailer "
                   "missing -- manifest is incomplete"
               add 1 to ws-damaged-rows
               move "manifest trailer missing" to ws-ack-reason
           else
               if ws-man-rec-count not = ws-data-rows
                   display "repeat-manifest-chk: row count differs "
                       "-- manifest " ws-man-rec-count
                       " delivered " ws-data-rows
                   add 1 to ws-damaged-rows
                   move "row count differs from manifest"
                       to ws-ack-reason
               end-if
               if ws-man-cksum-total not = ws-cksum-total
                   display "repeat-manifest-chk: checksum total "
                       "differs -- file damaged in transmission"
                   add 1 to ws-damaged-rows
                   if ws-ack-reason = spaces
                       move "checksum total differs" to ws-ack-reason
                   end-if
               end-if
           end-if
           if ws-damaged-rows > 0
           else
               display "repeat-manifest-chk: delivered file verified"
           end-if
           if ws-consumer-id not = spaces
               perform write-acknowledgement
           end-if
           goback.

      *    a trailer disagreement is named as the reason; a file
      *    refused only for row-level disagreements says so.
       write-acknowledgement.
           move spaces to repeat-deliv-ack-rec
           move ws-consumer-id to ak-consumer-id
           move ws-generation to ak-generation
           move ws-data-rows to ak-rec-count
           move ws-cksum-total to ak-checksum-total
           if ws-damaged-rows > 0
               move "R" to ak-result
               if ws-ack-reason = spaces
                   move "row checksums disagree" to ws-ack-reason
               end-if
               move ws-ack-reason to ak-reason
           else
               move "A" to ak-result
           end-if
           move function current-date to ak-timestamp
           open extend ack-file
           write repeat-deliv-ack-rec
           close ack-file
           display "repeat-manifest-chk: acknowledgement "
               ak-result " returned for " ak-consumer-id
               " generation " ak-generation.

       check-one-row.
           if eh-rec-type = "H"
               move eh-business-date to ws-generation
           end-if
           if eh-rec-type = "H" or eh-rec-type = "T"
               continue
           else
