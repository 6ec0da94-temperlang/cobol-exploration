       identification division.
       program-id. repeat-patt-xref.

      ******************************************************************
      *    Pattern where-used cross-reference: for every pattern id,
      *    every standing entry (STANDMST), subscription (SUBSMST,
      *    either pattern filter), and recent transaction (TRANSIN),
      *    compose (COMPOSEIN segment), or mix (MIXIN segment)
      *    request that names it -- so a change or delete on RPTP is
      *    weighed against what it will break before the morning's
      *    reason 18 rejections say so. References to ids no longer
      *    on PATTERNF are listed as ORPHANS, and patterns nothing
      *    references are listed as unused.
      *    The references are written to the PATXREF master (see
      *    repeat-patt-xref-rec.cpy), rebuilt from scratch each run;
      *    RPTP reads it to refuse deleting a pattern a subscription
      *    still uses. Transaction, compose, and mix inputs are
      *    optional -- a run without them reports the masters only.
      *    SYSIN card: the as-of date (blank for today), against
      *    which a standing entry past its expiry date no longer
      *    counts as active.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select pattern-file assign to patternf
               organization is indexed
               access mode is dynamic
               record key is pt-id
               file status is ws-pattern-fs.
           select xref-file assign to patxref
               organization is indexed
               access mode is dynamic
               record key is px-key
               file status is ws-xref-fs.
           select standing-file assign to standmst
               organization is indexed
               access mode is sequential
               record key is sr-id
               file status is ws-standing-fs.
           select optional subscr-file assign to subsmst
               organization is line sequential
               file status is ws-subscr-fs.
           select optional trans-file assign to transin
               organization is line sequential.
           select optional compose-file assign to composein
               organization is line sequential.
           select optional mix-file assign to mixin
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  xref-card-rec.
           05  xc-as-of-date      pic x(8).
           05  filler             pic x(72).

       fd  pattern-file.
       copy repeat-pattern-rec.

       fd  xref-file.
       copy repeat-patt-xref-rec.

       fd  standing-file.
       copy repeat-standing-rec.

       fd  subscr-file.
       copy repeat-subscr-rec.

       fd  trans-file.
       copy repeat-trans-rec.

       fd  compose-file.
       copy repeat-compose-rec.

       fd  mix-file.
       copy repeat-mix-rec.

       working-storage section.
       01  ws-pattern-fs        pic x(2).
       01  ws-xref-fs           pic x(2).
       01  ws-standing-fs       pic x(2).
       01  ws-subscr-fs         pic x(2).
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-group-done-sw     pic x value "n".
           88  ws-group-done    value "y".
       01  ws-as-of-date        pic x(8).
       01  ws-seg-idx           pic 9(2) comp-5.
       01  ws-key-edit          pic 9(6).
       01  ws-seg-edit          pic 9(1).
       01  ws-last-pattern-id   pic x(8).
       01  ws-ref-type-text     pic x(12).
       01  ws-new-pattern-id    pic x(8).
       01  ws-new-ref-type      pic x(1).
       01  ws-new-ref-id        pic x(8).
       01  ws-new-active        pic x(1).
       01  ws-new-detail        pic x(40).
       01  ws-patterns-read     pic 9(8) comp-5 value 0.
       01  ws-patterns-unused   pic 9(8) comp-5 value 0.
       01  ws-standing-read     pic 9(8) comp-5 value 0.
       01  ws-subscr-read       pic 9(8) comp-5 value 0.
       01  ws-trans-read        pic 9(8) comp-5 value 0.
       01  ws-compose-read      pic 9(8) comp-5 value 0.
       01  ws-mix-read          pic 9(8) comp-5 value 0.
       01  ws-refs-written      pic 9(8) comp-5 value 0.
       01  ws-refs-repeated     pic 9(8) comp-5 value 0.
       01  ws-orphan-refs       pic 9(8) comp-5 value 0.
       01  ws-refs-listed       pic 9(8) comp-5 value 0.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof or xc-as-of-date = spaces
               move function current-date(1:8) to ws-as-of-date
           else
               move xc-as-of-date to ws-as-of-date
           end-if
           open input pattern-file
           if ws-pattern-fs not = "00"
               display "repeat-patt-xref: pattern master open failed, "
                   "file status " ws-pattern-fs
               move 16 to return-code
               goback
           end-if
           open output xref-file
           if ws-xref-fs not = "00"
               display "repeat-patt-xref: cross-reference open "
                   "failed, file status " ws-xref-fs
               move 16 to return-code
               close pattern-file
               goback
           end-if
           perform collect-standing-refs
           perform collect-subscription-refs
           perform collect-transaction-refs
           perform collect-compose-refs
           perform collect-mix-refs
           close xref-file
           open input xref-file
           display "repeat-patt-xref: pattern where-used as of "
               ws-as-of-date
           perform print-where-used
           perform print-unused-patterns
           close xref-file pattern-file
           display " "
           display "repeat-patt-xref: control totals"
           display "  patterns on the master . " ws-patterns-read
           display "  patterns unused ........ " ws-patterns-unused
           display "  standing entries read .. " ws-standing-read
           display "  subscriptions read ..... " ws-subscr-read
           display "  transactions read ...... " ws-trans-read
           display "  compose requests read .. " ws-compose-read
           display "  mix requests read ...... " ws-mix-read
           display "  references written ..... " ws-refs-written
           display "  repeated references .... " ws-refs-repeated
           display "  references listed ...... " ws-refs-listed
           display "  orphan references ...... " ws-orphan-refs
           if ws-refs-listed not = ws-refs-written
               display "repeat-patt-xref: OUT OF BALANCE -- "
                   "written/listed counts differ"
               move 8 to return-code
           else
               if ws-orphan-refs > 0 and return-code < 4
                   move 4 to return-code
               end-if
           end-if
           goback.

      *    an entry counts as active while its flag is on and its
      *    expiry date, if any, has not passed.
       collect-standing-refs.
           move "n" to ws-eof-sw
           open input standing-file
           if ws-standing-fs not = "00"
               display "repeat-patt-xref: standing master open "
                   "failed, file status " ws-standing-fs
               move 8 to return-code
               move "y" to ws-eof-sw
           end-if
           perform until ws-eof
               read standing-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-standing-read
                       if sr-pattern-id not = spaces
                           move sr-pattern-id to ws-new-pattern-id
                           move "S" to ws-new-ref-type
                           move sr-id to ws-new-ref-id
                           move spaces to ws-new-detail
                           if sr-active-yes
                               and (sr-expiry-date = spaces
                                   or sr-expiry-date >= ws-as-of-date)
                               move "Y" to ws-new-active
                               move "active" to ws-new-detail(1:8)
                           else
                               move "N" to ws-new-active
                               move "inactive" to ws-new-detail(1:8)
                           end-if
                           move "user" to ws-new-detail(10:5)
                           move sr-user-id to ws-new-detail(15:8)
                           move "cc" to ws-new-detail(24:3)
                           move sr-cost-center to ws-new-detail(27:4)
                           perform write-one-ref
                       end-if
               end-read
           end-perform
           if ws-standing-fs = "10"
               close standing-file
           end-if.

       collect-subscription-refs.
           move "n" to ws-eof-sw
           open input subscr-file
           perform until ws-eof
               read subscr-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-subscr-read
                       move "B" to ws-new-ref-type
                       move sb-consumer-id to ws-new-ref-id
                       move "Y" to ws-new-active
                       move spaces to ws-new-detail
                       move "output slot" to ws-new-detail(1:12)
                       move sb-output-slot to ws-new-detail(13:1)
                       if sb-pattern-id-1 not = spaces
                           move sb-pattern-id-1 to ws-new-pattern-id
                           perform write-one-ref
                       end-if
                       if sb-pattern-id-2 not = spaces
                           and sb-pattern-id-2 not = sb-pattern-id-1
                           move sb-pattern-id-2 to ws-new-pattern-id
                           perform write-one-ref
                       end-if
               end-read
           end-perform
           close subscr-file.

       collect-transaction-refs.
           move "n" to ws-eof-sw
           open input trans-file
           perform until ws-eof
               read trans-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-trans-read
                       if rt-pattern-id not = spaces
                           move rt-pattern-id to ws-new-pattern-id
                           move "T" to ws-new-ref-type
                           move spaces to ws-new-ref-id
                           move rt-key to ws-key-edit
                           move ws-key-edit to ws-new-ref-id(1:6)
                           move "N" to ws-new-active
                           move spaces to ws-new-detail
                           move "user" to ws-new-detail(1:5)
                           move rt-user-id to ws-new-detail(6:8)
                           move "cc" to ws-new-detail(15:3)
                           move rt-cost-center to ws-new-detail(18:4)
                           perform write-one-ref
                       end-if
               end-read
           end-perform
           close trans-file.

       collect-compose-refs.
           move "n" to ws-eof-sw
           open input compose-file
           perform until ws-eof
               read compose-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-compose-read
                       perform varying ws-seg-idx from 1 by 1
                           until ws-seg-idx > 5
                           if cs-pattern-id(ws-seg-idx) not = spaces
                               move cs-pattern-id(ws-seg-idx)
                                   to ws-new-pattern-id
                               move "C" to ws-new-ref-type
                               move spaces to ws-new-ref-id
                               move cp-key to ws-key-edit
                               move ws-key-edit to ws-new-ref-id(1:6)
                               move "N" to ws-new-active
                               move spaces to ws-new-detail
                               move "segment" to ws-new-detail(1:8)
                               move ws-seg-idx to ws-seg-edit
                               move ws-seg-edit to ws-new-detail(9:1)
                               move "user" to ws-new-detail(12:5)
                               move cp-user-id to ws-new-detail(17:8)
                               perform write-one-ref
                           end-if
                       end-perform
               end-read
           end-perform
           close compose-file.

       collect-mix-refs.
           move "n" to ws-eof-sw
           open input mix-file
           perform until ws-eof
               read mix-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-mix-read
                       perform varying ws-seg-idx from 1 by 1
                           until ws-seg-idx > 5
                           if ms-pattern-id(ws-seg-idx) not = spaces
                               move ms-pattern-id(ws-seg-idx)
                                   to ws-new-pattern-id
                               move "M" to ws-new-ref-type
                               move spaces to ws-new-ref-id
                               move mx-key to ws-key-edit
                               move ws-key-edit to ws-new-ref-id(1:6)
                               move "N" to ws-new-active
                               move spaces to ws-new-detail
                               move "weight" to ws-new-detail(1:7)
                               move ms-weight(ws-seg-idx)
                                   to ws-new-detail(8:3)
                               move "user" to ws-new-detail(12:5)
                               move mx-user-id to ws-new-detail(17:8)
                               perform write-one-ref
                           end-if
                       end-perform
               end-read
           end-perform
           close mix-file.

      *    a request naming the same pattern in two segments is one
      *    reference; the repeat is counted, not written twice.
       write-one-ref.
           move ws-new-pattern-id to pt-id
           read pattern-file
               invalid key
                   move "N" to px-pattern-found
               not invalid key
                   move "Y" to px-pattern-found
           end-read
           move ws-new-pattern-id to px-pattern-id
           move ws-new-ref-type to px-ref-type
           move ws-new-ref-id to px-ref-id
           move ws-new-active to px-ref-active
           move ws-new-detail to px-ref-detail
           write repeat-patt-xref-rec
               invalid key
                   add 1 to ws-refs-repeated
               not invalid key
                   add 1 to ws-refs-written
                   if px-orphan
                       add 1 to ws-orphan-refs
                   end-if
           end-write.

       print-where-used.
           move "n" to ws-eof-sw
           move spaces to ws-last-pattern-id
           perform until ws-eof
               read xref-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-refs-listed
                       perform print-one-ref
               end-read
           end-perform.

       print-one-ref.
           if px-pattern-id not = ws-last-pattern-id
               move px-pattern-id to ws-last-pattern-id
               display " "
               if px-orphan
                   display "  pattern " px-pattern-id
                       "  ** ORPHAN -- not on the pattern master **"
               else
                   display "  pattern " px-pattern-id
               end-if
           end-if
           evaluate true
               when px-ref-standing
                   move "standing" to ws-ref-type-text
               when px-ref-subscription
                   move "subscription" to ws-ref-type-text
               when px-ref-transaction
                   move "transaction" to ws-ref-type-text
               when px-ref-compose
                   move "compose" to ws-ref-type-text
               when px-ref-mix
                   move "mix" to ws-ref-type-text
               when other
                   move px-ref-type to ws-ref-type-text
           end-evaluate
           display "      " ws-ref-type-text " " px-ref-id
               "  " px-ref-detail.

      *    a pattern with no reference: START the cross-reference at
      *    the pattern id and see whether the next row still names it.
       print-unused-patterns.
           display " "
           display "repeat-patt-xref: patterns nothing references"
           move low-values to pt-id
           start pattern-file key is not less than pt-id
               invalid key
                   move "y" to ws-eof-sw
               not invalid key
                   move "n" to ws-eof-sw
           end-start
           perform until ws-eof
               read pattern-file next
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-patterns-read
                       perform check-pattern-used
               end-read
           end-perform.

       check-pattern-used.
           move pt-id to px-pattern-id
           move low-values to px-ref-type
           move low-values to px-ref-id
           move "n" to ws-group-done-sw
           start xref-file key is not less than px-key
               invalid key
                   move "y" to ws-group-done-sw
           end-start
           if not ws-group-done
               read xref-file next
                   at end
                       move "y" to ws-group-done-sw
                   not at end
                       if px-pattern-id not = pt-id
                           move "y" to ws-group-done-sw
                       end-if
               end-read
           end-if
           if ws-group-done
               add 1 to ws-patterns-unused
               display "      " pt-id "  " pt-in-str(1:60)
           end-if.
       end program repeat-patt-xref.
