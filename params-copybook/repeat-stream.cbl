      *    console note. Whatever the routing, one directory row per
      *    request is appended to STRDIR (see
      *    repeat-stream-dir-rec.cpy) saying where the records went.
      *    ST-FUNCTION space is the request above. A caller that
      *    builds its own records (the layout generator) streams
      *    them one at a time instead, on the same routing:
      *      "O"  open a file of ST-LRECL records for ST-KEY on the
      *           dataset ST-ROUTE resolves to (ST-REC-COUNT is
      *           checked against the ceiling, as above);
      *      "W"  write ST-REC-IMAGE as the file's next record;
      *      "C"  close the file, return its bytes in
      *           ST-TOTAL-BYTES, and append its directory row for
      *           the records actually written (the "C" call
      *           passes the key, source, route, and record length
      *           its "O" did).
      ******************************************************************

       environment division.
      *    0 = the shared STREAMOUT dataset.
       01  ws-route-slot        pic 9(1) comp-5.
       01  ws-dd-name           pic x(8).
       01  ws-dir-count         pic 9(8) comp-5.
      *    the file a caller has open through "O", until its "C".
       01  ws-gen-lrecl         pic 9(4) comp-5 value 0.
       01  ws-gen-written       pic 9(8) comp-5 value 0.
       copy repeat-limits.

       linkage section.
       01  st-status            pic 9(2) comp-5.
       01  st-reason            pic 9(2) comp-5.
       01  st-total-bytes       pic 9(12) comp-5.
       01  st-function          pic x(1).
       01  st-rec-image         pic x(800).

       procedure division
           using
               st-route
               st-status
               st-reason
               st-total-bytes
               st-function
               st-rec-image.
           move 00 to st-status
           move 00 to st-reason
           move 0 to st-total-bytes
           evaluate st-function
               when "O"
                   perform open-generated-file
                   goback
               when "W"
                   perform write-generated-record
                   goback
               when "C"
                   perform close-generated-file
                   goback
           end-evaluate
           compute in-len = function length(st-in-str)
           if in-len = 0
               display "repeat-stream: empty input string"
           perform build-stream-record
           perform write-stream-records
           compute st-total-bytes = st-lrecl * st-rec-count
           move st-rec-count to ws-dir-count
           perform write-directory-row
           goback.

       open-generated-file.
           if st-lrecl = 0 or st-lrecl > repeat-max-out-len
               display "repeat-stream: record length out of range"
               move 12 to st-status
               move 16 to st-reason
           else
               if st-rec-count = 0
                   or st-rec-count > repeat-stream-max-recs
                   display "repeat-stream: record count out of range"
                   move 12 to st-status
                   move 17 to st-reason
               end-if
           end-if
           if st-status = 00
               perform resolve-route
               move st-lrecl to ws-gen-lrecl
               move 0 to ws-gen-written
               move st-lrecl to ws-stream-rec-len
               evaluate ws-route-slot
                   when 1 open extend stream1-file
                   when 2 open extend stream2-file
                   when 3 open extend stream3-file
                   when 4 open extend stream4-file
                   when other open extend stream-file
               end-evaluate
           end-if.

       write-generated-record.
           move ws-gen-lrecl to ws-stream-rec-len
           evaluate ws-route-slot
               when 1 write stream1-out-rec from st-rec-image
               when 2 write stream2-out-rec from st-rec-image
               when 3 write stream3-out-rec from st-rec-image
               when 4 write stream4-out-rec from st-rec-image
               when other write stream-out-rec from st-rec-image
           end-evaluate
           add 1 to ws-gen-written.

       close-generated-file.
           evaluate ws-route-slot
               when 1 close stream1-file
               when 2 close stream2-file
               when 3 close stream3-file
               when 4 close stream4-file
               when other close stream-file
           end-evaluate
           compute st-total-bytes = ws-gen-lrecl * ws-gen-written
           move ws-gen-written to ws-dir-count
           perform write-directory-row.

       resolve-route.
           move 0 to ws-route-slot
           move "STREAMOUT" to ws-dd-name
           move st-route to sd-route
           move ws-dd-name to sd-dd-name
           move st-lrecl to sd-lrecl
           move ws-dir-count to sd-reccount
           move function current-date(1:8) to sd-written-date
           move space to sd-leg
           write repeat-stream-dir-rec
           close stream-dir-file.
       end program repeat-stream.
