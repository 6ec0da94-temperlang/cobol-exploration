       identification division.
       program-id. repeat-deliv-rpt.

      ******************************************************************
      *    Morning delivery report over the delivery-status master
      *    (DELIVMST, see repeat-deliv-rec.cpy), per consumer
      *    (SB-CONSUMER-ID): every generation delivered but not
      *    acknowledged more than the threshold hours after it was
      *    sent, every acknowledgement whose row count or checksum
      *    total disagrees with what was sent, and every delivery the
      *    consumer rejected -- each with what was sent, what came
      *    back, and the consumer's reason, so the retransmission
      *    (REPEAT-DISTRIB with the consumer on its card) can be
      *    scheduled before the consumer calls. A generation still
      *    inside the threshold is only counted as awaiting.
      *    SYSIN card: the threshold in hours (blank or zero for 24).
      *    Returns 4 when anything is listed.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional control-card assign to sysin
               organization is line sequential.
           select master-file assign to delivmst
               organization is indexed
               access mode is sequential
               record key is dv-key
               file status is ws-master-fs.

       data division.
       file section.
       fd  control-card.
       01  deliv-card-rec.
           05  dr-threshold-hours pic 9(3).

       fd  master-file.
       copy repeat-deliv-rec.

       working-storage section.
       01  ws-master-fs         pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-threshold-hours   pic 9(3) value 24.
       01  ws-now-ts            pic x(26).
       01  ws-now-minutes       pic 9(12) comp-5.
       01  ws-sent-minutes      pic 9(12) comp-5.
       01  ws-hours-out         pic 9(8) comp-5.
       01  ws-ts-work           pic x(26).
       01  ws-ts-parts redefines ws-ts-work.
           05  ws-ts-date       pic 9(8).
           05  ws-ts-hh         pic 9(2).
           05  ws-ts-mi         pic 9(2).
           05  filler           pic x(14).
       01  ws-ts-minutes        pic 9(12) comp-5.
       01  ws-prev-consumer     pic x(8) value spaces.
       01  ws-first-row-sw      pic x value "y".
           88  ws-first-row     value "y".
      *    per-consumer counts, printed as each consumer's rows end.
       01  ws-cn-generations    pic 9(8) comp-5 value 0.
       01  ws-cn-acked          pic 9(8) comp-5 value 0.
       01  ws-cn-awaiting       pic 9(8) comp-5 value 0.
       01  ws-cn-overdue        pic 9(8) comp-5 value 0.
       01  ws-cn-mismatched     pic 9(8) comp-5 value 0.
       01  ws-cn-rejected       pic 9(8) comp-5 value 0.
       01  ws-rows-read         pic 9(8) comp-5 value 0.
       01  ws-tot-overdue       pic 9(8) comp-5 value 0.
       01  ws-tot-mismatched    pic 9(8) comp-5 value 0.
       01  ws-tot-rejected      pic 9(8) comp-5 value 0.
       01  ws-tot-listed        pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if not ws-control-eof
               and dr-threshold-hours is numeric
               and dr-threshold-hours > 0
               move dr-threshold-hours to ws-threshold-hours
           end-if
           move function current-date to ws-now-ts
           move ws-now-ts to ws-ts-work
           perform timestamp-to-minutes
           move ws-ts-minutes to ws-now-minutes
           open input master-file
           if ws-master-fs not = "00"
               display "repeat-deliv-rpt: delivery master open "
                   "failed, file status " ws-master-fs
               move 16 to return-code
               goback
           end-if
           display "repeat-deliv-rpt: delivery exceptions as of "
               ws-now-ts(1:8) " " ws-now-ts(9:4)
               " (threshold " ws-threshold-hours " hours)"
           perform until ws-eof
               read master-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform report-one-row
               end-read
           end-perform
           close master-file
           if not ws-first-row
               perform print-consumer-totals
           end-if
           display "repeat-deliv-rpt: control totals"
           display "  generations on file .... " ws-rows-read
           display "  not acknowledged ....... " ws-tot-overdue
           display "  counts disagree ........ " ws-tot-mismatched
           display "  rejected ............... " ws-tot-rejected
           if ws-tot-listed > 0
               display "repeat-deliv-rpt: deliveries need follow-up "
                   "-- retransmit or chase the consumers listed"
               move 4 to return-code
           end-if
           goback.

      *    the master is keyed consumer first, so each consumer's
      *    generations arrive together.
       report-one-row.
           add 1 to ws-rows-read
           if ws-first-row or dv-consumer-id not = ws-prev-consumer
               if not ws-first-row
                   perform print-consumer-totals
               end-if
               move "n" to ws-first-row-sw
               move dv-consumer-id to ws-prev-consumer
               display "  consumer " dv-consumer-id
               move 0 to ws-cn-generations ws-cn-acked
               move 0 to ws-cn-awaiting ws-cn-overdue
               move 0 to ws-cn-mismatched ws-cn-rejected
           end-if
           add 1 to ws-cn-generations
           evaluate true
               when dv-sent
                   move dv-sent-ts to ws-ts-work
                   perform timestamp-to-minutes
                   move ws-ts-minutes to ws-sent-minutes
                   move 0 to ws-hours-out
                   if ws-now-minutes > ws-sent-minutes
                       compute ws-hours-out =
                           (ws-now-minutes - ws-sent-minutes) / 60
                   end-if
                   if ws-hours-out > ws-threshold-hours
                       add 1 to ws-cn-overdue ws-tot-overdue
                       add 1 to ws-tot-listed
                       display "    " dv-generation
                           " NOT ACKNOWLEDGED sent "
                           dv-sent-ts(1:8) " " dv-sent-ts(9:4)
                           " (" ws-hours-out " hours) rows "
                           dv-sent-rows " sends " dv-send-count
                   else
                       add 1 to ws-cn-awaiting
                   end-if
               when dv-mismatch
                   add 1 to ws-cn-mismatched ws-tot-mismatched
                   add 1 to ws-tot-listed
                   display "    " dv-generation
                       " COUNTS DISAGREE sent rows " dv-sent-rows
                       " cksum " dv-sent-cksum
                       " acked rows " dv-ack-rows
                       " cksum " dv-ack-cksum
               when dv-rejected
                   add 1 to ws-cn-rejected ws-tot-rejected
                   add 1 to ws-tot-listed
                   display "    " dv-generation
                       " REJECTED " dv-ack-ts(1:8) " "
                       dv-ack-ts(9:4) " rows " dv-ack-rows
                       " -- " dv-ack-reason
               when other
                   add 1 to ws-cn-acked
           end-evaluate.

       print-consumer-totals.
           display "    generations " ws-cn-generations
               " acknowledged " ws-cn-acked
               " awaiting " ws-cn-awaiting
               " overdue " ws-cn-overdue
               " disagree " ws-cn-mismatched
               " rejected " ws-cn-rejected.

      *    minutes since the integer-date epoch, for the age of a
      *    sent generation in whole hours.
       timestamp-to-minutes.
           move 0 to ws-ts-minutes
           if ws-ts-date is numeric and ws-ts-date > 16010100
               and ws-ts-hh is numeric and ws-ts-mi is numeric
               compute ws-ts-minutes =
                   function integer-of-date(ws-ts-date) * 1440
                   + ws-ts-hh * 60 + ws-ts-mi
           end-if.
       end program repeat-deliv-rpt.
