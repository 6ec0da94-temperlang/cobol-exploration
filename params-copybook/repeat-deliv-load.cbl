       identification division.
       program-id. repeat-deliv-load.

      ******************************************************************
      *    Delivery-status update for the extract subscribers: posts
      *    the generations REPEAT-DISTRIB logged as sent (DELIVIN, see
      *    repeat-deliv-rec.cpy) and the acknowledgements the
      *    consumers returned (ACKIN, see repeat-deliv-ack-rec.cpy) to
      *    the DELIVMST master, keyed by consumer and generation, so
      *    whether each consumer received, verified, and loaded its
      *    file is a lookup instead of a phone call.
      *    Sent rows are posted first, so a file acknowledged the
      *    same night it went out finds its row. A new generation is
      *    added as sent; one already on the master is a
      *    retransmission -- its send count goes up, the new counts
      *    and time replace the old, and it goes back to awaiting
      *    acknowledgement. An acknowledgement is matched to its row
      *    and sets the status: rejected when the consumer rejected
      *    it, mismatched when the count or checksum total it
      *    received disagrees with what was sent, else acknowledged.
      *    The latest acknowledgement for a generation stands. One for
      *    a generation never sent is reported and counted, and
      *    returns 4. Prints control totals so operations can balance
      *    the update.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional sent-file assign to delivin
               organization is line sequential
               file status is ws-sent-fs.
           select optional ack-file assign to ackin
               organization is line sequential
               file status is ws-ack-fs.
           select master-file assign to delivmst
               organization is indexed
               access mode is random
               record key is dv-key
               file status is ws-master-fs.

       data division.
       file section.
       fd  sent-file.
       copy repeat-deliv-rec
           replacing leading ==repeat-deliv== by ==sent-deliv==
                     leading ==dv-== by ==sd-==.

       fd  ack-file.
       copy repeat-deliv-ack-rec.

       fd  master-file.
       copy repeat-deliv-rec.

       working-storage section.
       01  ws-sent-fs           pic x(2).
       01  ws-ack-fs            pic x(2).
       01  ws-master-fs         pic x(2).
       01  ws-sent-eof-sw       pic x value "n".
           88  ws-sent-eof      value "y".
       01  ws-ack-eof-sw        pic x value "n".
           88  ws-ack-eof       value "y".
       01  ws-sent-read         pic 9(8) comp-5 value 0.
       01  ws-rows-added        pic 9(8) comp-5 value 0.
       01  ws-rows-resent       pic 9(8) comp-5 value 0.
       01  ws-acks-read         pic 9(8) comp-5 value 0.
       01  ws-acks-accepted     pic 9(8) comp-5 value 0.
       01  ws-acks-mismatched   pic 9(8) comp-5 value 0.
       01  ws-acks-rejected     pic 9(8) comp-5 value 0.
       01  ws-acks-unmatched    pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open i-o master-file
           if ws-master-fs not = "00" and ws-master-fs not = "05"
               display "repeat-deliv-load: delivery master open "
                   "failed, file status " ws-master-fs
               move 16 to return-code
               goback
           end-if
           open input sent-file
           perform until ws-sent-eof
               read sent-file
                   at end
                       move "y" to ws-sent-eof-sw
                   not at end
                       perform post-one-send
               end-read
           end-perform
           close sent-file
           open input ack-file
           perform until ws-ack-eof
               read ack-file
                   at end
                       move "y" to ws-ack-eof-sw
                   not at end
                       perform post-one-ack
               end-read
           end-perform
           close ack-file
           close master-file
           display "repeat-deliv-load: control totals"
           display "  sent rows read ......... " ws-sent-read
           display "  generations added ...... " ws-rows-added
           display "  retransmissions ........ " ws-rows-resent
           display "  acknowledgements read .. " ws-acks-read
           display "    accepted ............. " ws-acks-accepted
           display "    counts disagree ...... " ws-acks-mismatched
           display "    rejected ............. " ws-acks-rejected
           display "    no such delivery ..... " ws-acks-unmatched
           if ws-acks-unmatched > 0
               display "repeat-deliv-load: acknowledgements for "
                   "generations never sent -- check the consumer "
                   "ids and generations returned"
               move 4 to return-code
           end-if
           goback.

       post-one-send.
           add 1 to ws-sent-read
           move sd-key to dv-key
           read master-file
               invalid key
                   move sent-deliv-rec to repeat-deliv-rec
                   move 1 to dv-send-count
                   perform clear-acknowledgement
                   write repeat-deliv-rec
                       invalid key
                           display "repeat-deliv-load: write "
                               "rejected for " dv-consumer-id
                               " generation " dv-generation
                               ", file status " ws-master-fs
                       not invalid key
                           add 1 to ws-rows-added
                   end-write
               not invalid key
                   add 1 to dv-send-count
                   move sd-slot to dv-slot
                   move sd-sent-ts to dv-sent-ts
                   move sd-sent-rows to dv-sent-rows
                   move sd-sent-cksum to dv-sent-cksum
                   perform clear-acknowledgement
                   rewrite repeat-deliv-rec
                   add 1 to ws-rows-resent
           end-read.

       clear-acknowledgement.
           move "S" to dv-status
           move spaces to dv-ack-ts
           move 0 to dv-ack-rows
           move 0 to dv-ack-cksum
           move spaces to dv-ack-reason.

       post-one-ack.
           add 1 to ws-acks-read
           move ak-consumer-id to dv-consumer-id
           move ak-generation to dv-generation
           read master-file
               invalid key
                   add 1 to ws-acks-unmatched
                   display "  acknowledgement from " ak-consumer-id
                       " for generation " ak-generation
                       " -- no such delivery"
               not invalid key
                   move ak-timestamp to dv-ack-ts
                   move ak-rec-count to dv-ack-rows
                   move ak-checksum-total to dv-ack-cksum
                   move ak-reason to dv-ack-reason
                   evaluate true
                       when ak-rejected
                           move "R" to dv-status
                           add 1 to ws-acks-rejected
                       when ak-rec-count not = dv-sent-rows
                           or ak-checksum-total not = dv-sent-cksum
                           move "M" to dv-status
                           add 1 to ws-acks-mismatched
                       when other
                           move "A" to dv-status
                           add 1 to ws-acks-accepted
                   end-evaluate
                   rewrite repeat-deliv-rec
           end-read.
       end program repeat-deliv-load.
