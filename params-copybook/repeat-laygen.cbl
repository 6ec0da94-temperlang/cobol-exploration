       identification division.
       program-id. repeat-laygen.

      ******************************************************************
      *    Layout-driven test-file generation. A team describes the
      *    record it needs once -- each field's name, offset,
      *    length, and fill rule (see repeat-layout-rec.cpy) -- and
      *    saves it on the layout master LAYMST under a name; every
      *    cycle after that, one LAYGENIN request (see
      *    repeat-laygen-rec.cpy) naming the layout and a record
      *    count regenerates the same file.
      *    Saving: each LAYDEFIN deck is a header row (sequence 00)
      *    followed by its field rows in sequence order. A deck that
      *    passes every edit -- record length within the buffer
      *    ceiling, fields inside the record and not overlapping,
      *    each rule's own values in range -- replaces whatever was
      *    saved under the name; one that fails is reported and the
      *    saved layout stays as it was.
      *    Generating: fields are built through the engines the
      *    request paths use. Pattern and mix fields resolve their
      *    pattern ids on the pattern master (REPEAT-PATTERN, tokens
      *    expanded for the card's business date) and repeat the
      *    literal to the field length, as a stream record is
      *    built; mix fields interleave record by record on the
      *    pattern-mix job's largest-remainder walk. Sequence fields
      *    are REPEAT-WRAPPER's numbered mode, check digit from
      *    REPEAT-CHECKDIGIT. Packed fields are REPEAT-WRAPPER-NUM.
      *    The records go out one at a time through REPEAT-STREAM on
      *    the request's routing name, which appends the file's
      *    STRDIR row. Each request passes the entitlement gate and
      *    its daily quotas first, as stream-scale work (record
      *    length times count), and audits once as source "G" with
      *    the layout name as its string and the bytes written.
      *    Status rules: 12 with reason 17 for a record count out of
      *    range, 33 for a layout not saved, 34 for a saved layout
      *    that no longer passes the edits, 18 for a pattern not on
      *    the master, 08 for a sequence that would overflow its
      *    field over the count asked for.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select optional layout-def-file assign to laydefin
               organization is line sequential.
           select optional laygen-file assign to laygenin
               organization is line sequential.
           select layout-file assign to laymst
               organization is indexed
               access mode is dynamic
               record key is ly-key
               file status is ws-layout-fs.

       data division.
       file section.
       fd  control-card.
       01  laygen-card-rec.
           05  lc-business-date   pic x(8).

       fd  layout-def-file.
       copy repeat-layout-rec
           replacing leading ==repeat-layout== by ==layout-def==
                     leading ==ly-== by ==ld-==.

       fd  laygen-file.
       copy repeat-laygen-rec.

       fd  layout-file.
       copy repeat-layout-rec.

       working-storage section.
       copy repeat-limits.
       copy repeat-params.
       copy repeat-numeric-params.
      *    the layout being edited or generated, row by row.
       copy repeat-layout-rec
           replacing leading ==repeat-layout== by ==lw-layout==
                     leading ==ly-== by ==lw-==.
       01  ws-layout-fs         pic x(2).
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-layout-eof-sw     pic x value "n".
           88  ws-layout-eof    value "y".
       01  ws-business-date     pic x(8).
       01  ws-run-id            pic x(8) value "REPTLGEN".
       01  ws-decks-read        pic 9(8) comp-5 value 0.
       01  ws-decks-saved       pic 9(8) comp-5 value 0.
       01  ws-decks-rejected    pic 9(8) comp-5 value 0.
       01  ws-cards-ignored     pic 9(8) comp-5 value 0.
       01  ws-recs-read         pic 9(8) comp-5 value 0.
       01  ws-recs-ok           pic 9(8) comp-5 value 0.
       01  ws-recs-refused      pic 9(8) comp-5 value 0.
       01  ws-recs-rejected     pic 9(8) comp-5 value 0.
       01  ws-recs-generated    pic 9(12) comp-5 value 0.
       01  ws-recs-write-failed pic 9(8) comp-5 value 0.
      *    one layout's rows, header first, as saved or as read back.
       01  ws-deck-open-sw      pic x value "n".
           88  ws-deck-open     value "y".
       01  ws-deck-overflow-sw  pic x value "n".
           88  ws-deck-overflow value "y".
       01  ws-deck-name         pic x(8).
       01  ws-deck-count        pic 9(4) comp-5 value 0.
       01  ws-deck-idx          pic 9(4) comp-5.
       01  ws-deck-table.
           05  ws-deck-row occurs 41 times pic x(208).
      *    the edited layout: record length and each field's place
      *    and rule, with the values the per-record build needs.
       01  ws-lay-error         pic x(40).
       01  ws-lay-lrecl         pic 9(4) comp-5.
       01  ws-last-seq          pic 9(2).
       01  ws-used-map          pic x(800).
       01  ws-fld-count         pic 9(4) comp-5 value 0.
       01  ws-fld-idx           pic 9(4) comp-5.
       01  ws-fld-table.
           05  ws-fld-entry occurs 40 times.
               10  ws-fld-offset     pic 9(4) comp-5.
               10  ws-fld-length     pic 9(4) comp-5.
               10  ws-fld-rule       pic x(1).
               10  ws-fld-seq-start  pic 9(8) comp-5.
               10  ws-fld-seq-width  pic 9(2) comp-5.
               10  ws-fld-seq-check  pic x(1).
               10  ws-fld-mix-slot   pic 9(2) comp-5.
      *    each mix field's segment images, built once per request.
       01  ws-mix-count         pic 9(2) comp-5 value 0.
       01  ws-mix-slot          pic 9(2) comp-5.
       01  ws-mix-table.
           05  ws-mix-entry occurs 10 times.
               10  ws-mx-seg-count   pic 9(1).
               10  ws-mx-segment occurs 5 times.
                   15  ws-mx-image   pic x(800).
                   15  ws-mx-weight  pic 9(3)  comp-5.
                   15  ws-mx-emitted pic 9(8)  comp-5.
       01  ws-seg-idx           pic 9(2) comp-5.
       01  ws-pick-idx          pic 9(2) comp-5.
       01  ws-weight-sum        pic 9(5) comp-5.
       01  ws-behind            pic s9(12) comp-5.
       01  ws-best-behind       pic s9(12) comp-5.
       01  ws-seq-limit         pic 9(9) comp-5.
       01  ws-digit-count       pic 9(4) comp-5.
       01  ws-digit-room        pic 9(4) comp-5.
      *    the packed result viewed as bytes: a field of N bytes
      *    takes the low-order N.
       01  ws-packed-area.
           05  ws-packed-value  pic 9(18) comp-3.
       01  ws-packed-bytes redefines ws-packed-area pic x(10).
       01  ws-packed-start      pic 9(2) comp-5.
       01  ws-status            pic 9(2) comp-5.
       01  ws-reason            pic 9(2) comp-5.
       01  ws-entitle-status    pic 9(2) comp-5.
       01  ws-entitle-reason    pic x(30).
       01  ws-et-count          pic 9(4) value 0.
       01  ws-et-engine         pic x(1) value space.
       01  ws-et-mode           pic x(1) value "S".
       01  ws-est-bytes         pic 9(12) comp-5.
       01  ws-pattern-status    pic 9(2) comp-5.
       01  ws-pattern-id        pic x(8).
       01  ws-pat-in-str        pic x(80).
       01  ws-pat-count         pic 9(4).
       01  ws-pat-delimiter     pic x(10).
       01  ws-pat-mode          pic x(1).
       01  ws-in-len            pic 9(4) comp-5.
       01  ws-offset            pic 9(8) comp-5.
       01  ws-chunk-len         pic 9(4) comp-5.
       01  ws-field-image       pic x(800).
       01  ws-base-image        pic x(800).
       01  ws-gen-rec           pic x(800).
       01  ws-gen-lrecl         pic 9(4) comp-5.
       01  ws-gen-count         pic 9(8) comp-5.
       01  ws-rec-idx           pic 9(8) comp-5.
       01  ws-stream-function   pic x(1).
       01  ws-stream-encoding   pic x(6) value spaces.
       01  ws-close-status      pic 9(2) comp-5.
       01  ws-close-reason      pic 9(2) comp-5.
       01  ws-total-bytes       pic 9(12) comp-5.
       01  ws-aud-in-str        pic x(80).
       01  ws-aud-in-len        pic 9(4) comp-5.
       01  ws-aud-count         pic 9(8) comp-5.
       01  ws-aud-pattern-id    pic x(8).
       01  ws-aud-source        pic x(1) value "G".
       01  ws-aud-classified    pic x(1) value space.
      *    generated files are stream-scale, rated as stream mode.
       01  ws-aud-engine        pic x(1) value space.
       01  ws-aud-mode          pic x(1) value "S".
       01  ws-status-text       pic x(40).

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           close control-card
           if ws-control-eof or lc-business-date = spaces
               move function current-date(1:8) to ws-business-date
           else
               move lc-business-date to ws-business-date
           end-if
           open i-o layout-file
           if ws-layout-fs not = "00" and ws-layout-fs not = "05"
               display "repeat-laygen: layout master open failed, "
                   "file status " ws-layout-fs
               move 16 to return-code
               goback
           end-if
           perform save-layouts
           open input laygen-file
           move "n" to ws-eof-sw
           perform until ws-eof
               read laygen-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform generate-one-request
               end-read
           end-perform
           close laygen-file layout-file
           display "repeat-laygen: control totals"
           display "  layout decks read ...... " ws-decks-read
           display "  layouts saved .......... " ws-decks-saved
           display "  layouts not saved ...... " ws-decks-rejected
           display "  definition rows ignored  " ws-cards-ignored
           display "  requests read .......... " ws-recs-read
           display "  requests completed ..... " ws-recs-ok
           display "  refused entitlement .... " ws-recs-refused
           display "  requests rejected ...... " ws-recs-rejected
           display "  records generated ...... " ws-recs-generated
           display "  record writes failed ... " ws-recs-write-failed
           if ws-recs-refused + ws-recs-rejected
               + ws-decks-rejected + ws-cards-ignored > 0
               move 8 to return-code
           end-if
           goback.

      *    a header row opens a deck; the rows after it with the
      *    same name are its fields. A row outside any deck is
      *    reported and skipped.
       save-layouts.
           open input layout-def-file
           perform until ws-eof
               read layout-def-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform take-definition-row
               end-read
           end-perform
           if ws-deck-open
               perform finish-deck
           end-if
           close layout-def-file.

       take-definition-row.
           if ld-seq is numeric and ld-seq = 0
               if ws-deck-open
                   perform finish-deck
               end-if
               move "y" to ws-deck-open-sw
               move "n" to ws-deck-overflow-sw
               move ld-name to ws-deck-name
               move 1 to ws-deck-count
               move layout-def-rec to ws-deck-row(1)
           else
               if ws-deck-open and ld-name = ws-deck-name
                   if ws-deck-count < 41
                       add 1 to ws-deck-count
                       move layout-def-rec to ws-deck-row(ws-deck-count)
                   else
                       move "y" to ws-deck-overflow-sw
                   end-if
               else
                   add 1 to ws-cards-ignored
                   display "repeat-laygen: row " ld-seq " for layout "
                       ld-name " has no header row ahead of it -- "
                       "ignored"
               end-if
           end-if.

       finish-deck.
           add 1 to ws-decks-read
           move "n" to ws-deck-open-sw
           if ws-deck-overflow
               move 1 to ws-deck-idx
               move "more than 40 fields" to ws-lay-error
           else
               perform validate-layout
           end-if
           if ws-lay-error not = spaces
               add 1 to ws-decks-rejected
               display "repeat-laygen: layout " ws-deck-name
                   " not saved -- " ws-lay-error
               if ws-deck-idx > 1
                   display "  at field " lw-seq " " lw-field-name
               end-if
           else
               perform replace-layout
               add 1 to ws-decks-saved
               display "repeat-laygen: layout " ws-deck-name
                   " saved with " ws-fld-count " fields"
           end-if.

      *    the saved rows under the name go first, so a layout that
      *    lost fields does not keep the old ones.
       replace-layout.
           move ws-deck-name to ly-name
           move 0 to ly-seq
           move "n" to ws-layout-eof-sw
           start layout-file key >= ly-key
               invalid key
                   move "y" to ws-layout-eof-sw
           end-start
           perform until ws-layout-eof
               read layout-file next
                   at end
                       move "y" to ws-layout-eof-sw
                   not at end
                       if ly-name not = ws-deck-name
                           move "y" to ws-layout-eof-sw
                       else
                           delete layout-file
                               invalid key
                                   display "repeat-laygen: delete "
                                       "rejected for " ly-key
                                       ", file status " ws-layout-fs
                           end-delete
                       end-if
               end-read
           end-perform
           perform varying ws-deck-idx from 1 by 1
               until ws-deck-idx > ws-deck-count
               move ws-deck-row(ws-deck-idx) to repeat-layout-rec
               if ws-deck-idx = 1
                   move ws-business-date to ly-saved-date
               end-if
               write repeat-layout-rec
                   invalid key
                       display "repeat-laygen: write rejected for "
                           ly-key ", file status " ws-layout-fs
               end-write
           end-perform.

      *    the edits a layout must pass to be saved, repeated when
      *    it is read back to generate. WS-LAY-ERROR is spaces when
      *    it passes; on a field error the loop stops with that row
      *    in LW-LAYOUT-REC.
       validate-layout.
           move spaces to ws-lay-error
           move 0 to ws-fld-count
           move 0 to ws-mix-count
           move 0 to ws-last-seq
           move 0 to ws-lay-lrecl
           move spaces to ws-used-map
           move 1 to ws-deck-idx
           move ws-deck-row(1) to lw-layout-rec
           if lw-lrecl is not numeric or lw-lrecl = 0
               or lw-lrecl > repeat-max-out-len
               move "record length out of range" to ws-lay-error
           else
               move lw-lrecl to ws-lay-lrecl
               if ws-deck-count < 2
                   move "no fields defined" to ws-lay-error
               end-if
           end-if
           if ws-lay-error = spaces
               perform varying ws-deck-idx from 2 by 1
                   until ws-deck-idx > ws-deck-count
                       or ws-lay-error not = spaces
                   move ws-deck-row(ws-deck-idx) to lw-layout-rec
                   perform validate-layout-field
               end-perform
           end-if.

       validate-layout-field.
           add 1 to ws-fld-count
           evaluate true
               when lw-seq is not numeric or lw-seq not > ws-last-seq
                   move "field rows not in sequence order"
                       to ws-lay-error
               when lw-offset is not numeric or lw-offset = 0
                   or lw-length is not numeric or lw-length = 0
                   move "field offset or length missing"
                       to ws-lay-error
               when lw-offset + lw-length - 1 > ws-lay-lrecl
                   move "field runs past the record length"
                       to ws-lay-error
               when ws-used-map(lw-offset:lw-length) not = spaces
                   move "field overlaps an earlier field"
                       to ws-lay-error
               when other
                   move lw-seq to ws-last-seq
                   move all "x" to ws-used-map(lw-offset:lw-length)
                   move lw-offset to ws-fld-offset(ws-fld-count)
                   move lw-length to ws-fld-length(ws-fld-count)
                   move lw-rule to ws-fld-rule(ws-fld-count)
                   move 0 to ws-fld-mix-slot(ws-fld-count)
                   perform validate-field-rule
           end-evaluate.

       validate-field-rule.
           evaluate true
               when lw-rule-pattern
                   if lw-pattern-id = spaces
                       move "pattern field names no pattern id"
                           to ws-lay-error
                   end-if
               when lw-rule-sequence
                   perform validate-sequence-field
               when lw-rule-packed
                   perform validate-packed-field
               when lw-rule-constant
                   continue
               when lw-rule-mix
                   perform validate-mix-field
               when other
                   move "rule not P, N, K, C, or M" to ws-lay-error
           end-evaluate.

      *    the check digit takes the field's last byte; the rest is
      *    the sequence, which REPEAT-WRAPPER holds to 8 digits.
       validate-sequence-field.
           evaluate lw-seq-check
               when space
               when "N"
                   move "N" to ws-fld-seq-check(ws-fld-count)
                   move lw-length to ws-fld-seq-width(ws-fld-count)
               when "L"
               when "E"
                   move lw-seq-check to ws-fld-seq-check(ws-fld-count)
                   compute ws-fld-seq-width(ws-fld-count) =
                       lw-length - 1
               when other
                   move "check-digit option not N, L, or E"
                       to ws-lay-error
           end-evaluate
           if ws-lay-error = spaces
               if ws-fld-seq-width(ws-fld-count) = 0
                   or ws-fld-seq-width(ws-fld-count) > 8
                   move "sequence digits not 1 to 8" to ws-lay-error
               else
                   if lw-seq-start is not numeric
                       move "sequence start not numeric"
                           to ws-lay-error
                   else
                       move lw-seq-start
                           to ws-fld-seq-start(ws-fld-count)
                   end-if
               end-if
           end-if.

      *    a field of N bytes packs 2N-1 digits; the repeated seed
      *    must fit them, and REPEAT-WRAPPER-NUM's 18.
       validate-packed-field.
           if lw-length > 10
               move "packed field over 10 bytes" to ws-lay-error
           else
               if lw-seed is not numeric
                   or lw-seed-digits is not numeric
                   or lw-seed-digits = 0 or lw-seed-digits > 8
                   or lw-seed-count is not numeric
                   or lw-seed-count = 0
                   move "seed, digits, or repeat count out of range"
                       to ws-lay-error
               else
                   compute ws-digit-count =
                       lw-seed-digits * lw-seed-count
                   compute ws-digit-room = (lw-length * 2) - 1
                   if ws-digit-count > ws-digit-room
                       or ws-digit-count > 18
                       move "seed digits would not fit the field"
                           to ws-lay-error
                   end-if
               end-if
           end-if.

       validate-mix-field.
           if ws-mix-count >= 10
               move "more than 10 mix fields" to ws-lay-error
           else
               if lw-mix-count is not numeric
                   or lw-mix-count = 0 or lw-mix-count > 5
                   move "mix needs 1 to 5 patterns" to ws-lay-error
               else
                   move 0 to ws-weight-sum
                   perform varying ws-seg-idx from 1 by 1
                       until ws-seg-idx > lw-mix-count
                       if lw-mix-weight(ws-seg-idx) is not numeric
                           or lw-mix-pattern-id(ws-seg-idx) = spaces
                           move "mix segment incomplete"
                               to ws-lay-error
                       else
                           add lw-mix-weight(ws-seg-idx)
                               to ws-weight-sum
                       end-if
                   end-perform
                   if ws-lay-error = spaces and ws-weight-sum not = 100
                       move "mix weights do not total 100"
                           to ws-lay-error
                   end-if
               end-if
           end-if
           if ws-lay-error = spaces
               add 1 to ws-mix-count
               move ws-mix-count to ws-fld-mix-slot(ws-fld-count)
           end-if.

       generate-one-request.
           add 1 to ws-recs-read
           move 00 to ws-status
           move 00 to ws-reason
           move 0 to ws-total-bytes
           move spaces to ws-aud-pattern-id
           if lg-rec-count is not numeric or lg-rec-count = 0
               or lg-rec-count > repeat-stream-max-recs
               move 12 to ws-status
               move 17 to ws-reason
           end-if
           if ws-status = 00
               perform load-layout
           end-if
           if ws-status = 00
               perform check-sequence-room
           end-if
           if ws-status = 00
               perform check-entitlement
           end-if
           if ws-status = 00
               perform prepare-fields
           end-if
           if ws-status = 00
               perform write-generated-file
           end-if
           if ws-status = 00
               add 1 to ws-recs-ok
           else
               if ws-status not = 16
                   add 1 to ws-recs-rejected
                   call "repeat-status-msg" using
                       ws-status ws-reason ws-status-text
                   display "repeat-laygen: key " lg-key " rejected -- "
                       ws-status-text
               end-if
           end-if
           perform audit-laygen-request.

      *    the saved rows back into the deck, edited again in case
      *    the master was changed by hand since.
       load-layout.
           move lg-layout to ws-deck-name
           move 0 to ws-deck-count
           move lg-layout to ly-name
           move 0 to ly-seq
           move "n" to ws-layout-eof-sw
           read layout-file
               invalid key
                   move "y" to ws-layout-eof-sw
               not invalid key
                   move 1 to ws-deck-count
                   move repeat-layout-rec to ws-deck-row(1)
           end-read
           perform until ws-layout-eof
               read layout-file next
                   at end
                       move "y" to ws-layout-eof-sw
                   not at end
                       if ly-name not = ws-deck-name
                           or ws-deck-count >= 41
                           move "y" to ws-layout-eof-sw
                       else
                           add 1 to ws-deck-count
                           move repeat-layout-rec
                               to ws-deck-row(ws-deck-count)
                       end-if
               end-read
           end-perform
           if ws-deck-count = 0
               display "repeat-laygen: key " lg-key " names layout "
                   lg-layout " which is not on the layout master"
               move 12 to ws-status
               move 33 to ws-reason
           else
               perform validate-layout
               if ws-lay-error not = spaces
                   display "repeat-laygen: key " lg-key " layout "
                       lg-layout " -- " ws-lay-error
                   move 12 to ws-status
                   move 34 to ws-reason
               else
                   move ws-lay-lrecl to ws-gen-lrecl
                   move lg-rec-count to ws-gen-count
               end-if
           end-if.

      *    the last record's sequence value must still fit, or the
      *    file would stop short with duplicate keys behind it.
       check-sequence-room.
           perform varying ws-fld-idx from 1 by 1
               until ws-fld-idx > ws-fld-count or ws-status not = 00
               if ws-fld-rule(ws-fld-idx) = "N"
                   compute ws-seq-limit =
                       10 ** ws-fld-seq-width(ws-fld-idx)
                   if ws-fld-seq-start(ws-fld-idx) + ws-gen-count - 1
                       >= ws-seq-limit
                       display "repeat-laygen: key " lg-key
                           " sequence field " ws-fld-idx
                           " would overflow its digits"
                       move 12 to ws-status
                       move 08 to ws-reason
                   end-if
               end-if
           end-perform.

       check-entitlement.
           compute ws-est-bytes = ws-gen-lrecl * ws-gen-count
           call "repeat-entitle" using
               lg-user-id ws-et-count ws-et-engine ws-et-mode
               lg-cost-center ws-est-bytes
               ws-entitle-status ws-entitle-reason ws-reason
           if ws-entitle-status not = 00
               add 1 to ws-recs-refused
               move ws-entitle-status to ws-status
               display "repeat-laygen: key " lg-key " refused -- "
                   ws-entitle-reason
           end-if.

      *    everything that is the same on every record goes into the
      *    base image once: pattern, constant, and packed fields.
      *    Mix fields get their segment images; sequence fields are
      *    built per record.
       prepare-fields.
           move spaces to ws-base-image
           perform varying ws-deck-idx from 2 by 1
               until ws-deck-idx > ws-deck-count or ws-status not = 00
               move ws-deck-row(ws-deck-idx) to lw-layout-rec
               compute ws-fld-idx = ws-deck-idx - 1
               move spaces to ws-field-image
               evaluate true
                   when lw-rule-pattern
                       move lw-pattern-id to ws-pattern-id
                       perform build-pattern-image
                       if ws-status = 00
                           move ws-field-image(1:lw-length)
                               to ws-base-image(lw-offset:lw-length)
                       end-if
                   when lw-rule-constant
                       move lw-constant to ws-field-image
                       move ws-field-image(1:lw-length)
                           to ws-base-image(lw-offset:lw-length)
                   when lw-rule-packed
                       perform build-packed-field
                   when lw-rule-mix
                       perform prepare-mix-field
               end-evaluate
           end-perform
           if ws-status = 00
               perform set-sequence-params
           end-if.

      *    the stream build: the resolved literal repeated to the
      *    field length, the last repetition cut at the boundary.
       build-pattern-image.
           call "repeat-pattern" using
               ws-pattern-id ws-pat-in-str
               ws-pat-count ws-pat-delimiter ws-pat-mode
               ws-business-date ws-run-id lg-user-id
               ws-pattern-status
           if ws-pattern-status not = 00
               display "repeat-laygen: key " lg-key " names pattern "
                   ws-pattern-id " which is not on the pattern master"
               move 12 to ws-status
               move 18 to ws-reason
           else
               if ws-aud-pattern-id = spaces
                   move ws-pattern-id to ws-aud-pattern-id
               end-if
               compute ws-in-len = function length(function trim(
                   ws-pat-in-str))
               if ws-in-len = 0
                   move 12 to ws-status
                   move 03 to ws-reason
               else
                   move spaces to ws-field-image
                   move 1 to ws-offset
                   perform until ws-offset > lw-length
                       compute ws-chunk-len =
                           function min(ws-in-len,
                               lw-length - ws-offset + 1)
                       move ws-pat-in-str(1:ws-chunk-len)
                           to ws-field-image(ws-offset:ws-chunk-len)
                       add ws-chunk-len to ws-offset
                   end-perform
               end-if
           end-if.

      *    REPEAT-WRAPPER-NUM audits the packed build itself, under
      *    the requester and source "G".
       build-packed-field.
           move lw-seed to repeat-num-seed
           move lw-seed-digits to repeat-num-seed-digits
           move lw-seed-count to repeat-num-count
           move lg-cost-center to repeat-num-cost-center
           move lg-user-id to repeat-num-user-id
           move ws-aud-source to repeat-num-source
           call "repeat-wrapper-num" using
               repeat-num-seed repeat-num-seed-digits
               repeat-num-count repeat-num-out-buf
               repeat-num-status repeat-num-reason
               repeat-num-cost-center repeat-num-user-id
               repeat-num-source
           if repeat-num-status not = 00
               move repeat-num-status to ws-status
               move repeat-num-reason to ws-reason
           else
               move repeat-num-out-buf to ws-packed-value
               compute ws-packed-start = 11 - lw-length
               move ws-packed-bytes(ws-packed-start:lw-length)
                   to ws-base-image(lw-offset:lw-length)
           end-if.

       prepare-mix-field.
           move ws-fld-mix-slot(ws-fld-idx) to ws-mix-slot
           move lw-mix-count to ws-mx-seg-count(ws-mix-slot)
           perform varying ws-seg-idx from 1 by 1
               until ws-seg-idx > lw-mix-count or ws-status not = 00
               move lw-mix-pattern-id(ws-seg-idx) to ws-pattern-id
               perform build-pattern-image
               if ws-status = 00
                   move ws-field-image
                       to ws-mx-image(ws-mix-slot, ws-seg-idx)
                   move lw-mix-weight(ws-seg-idx)
                       to ws-mx-weight(ws-mix-slot, ws-seg-idx)
                   move 0 to ws-mx-emitted(ws-mix-slot, ws-seg-idx)
               end-if
           end-perform.

      *    numbered mode, one repetition of a blank string with the
      *    sequence overlaid from its first byte: the field is the
      *    digits and the check digit. Audited once per request
      *    here, not per record.
       set-sequence-params.
           move spaces to repeat-in-str
           move 1 to repeat-count
           move spaces to repeat-delimiter
           move "N" to repeat-mode
           move spaces to repeat-encoding
           move "S" to repeat-engine
           move "Y" to repeat-skip-audit
           move lg-cost-center to repeat-cost-center
           move lg-user-id to repeat-user-id
           move ws-aud-source to repeat-source
           move 1 to repeat-seq-pos
           move spaces to repeat-pattern-id
           move "N" to repeat-classified.

       write-generated-file.
           move "O" to ws-stream-function
           call "repeat-stream" using
               ws-aud-in-str ws-gen-lrecl ws-gen-count
               ws-stream-encoding lg-key ws-aud-source lg-route
               ws-status ws-reason ws-total-bytes
               ws-stream-function ws-gen-rec
           if ws-status = 00
               move "W" to ws-stream-function
               perform varying ws-rec-idx from 1 by 1
                   until ws-rec-idx > ws-gen-count
                       or ws-status not = 00
                   perform build-generated-record
                   if ws-status = 00
                       call "repeat-stream" using
                           ws-aud-in-str ws-gen-lrecl ws-gen-count
                           ws-stream-encoding lg-key ws-aud-source
                           lg-route ws-close-status ws-close-reason
                           ws-total-bytes ws-stream-function
                           ws-gen-rec
                       if ws-close-status = 00
                           add 1 to ws-recs-generated
                       else
                           add 1 to ws-recs-write-failed
                           move ws-close-status to ws-status
                           move ws-close-reason to ws-reason
                       end-if
                   end-if
               end-perform
               move "C" to ws-stream-function
               call "repeat-stream" using
                   ws-aud-in-str ws-gen-lrecl ws-gen-count
                   ws-stream-encoding lg-key ws-aud-source lg-route
                   ws-close-status ws-close-reason ws-total-bytes
                   ws-stream-function ws-gen-rec
           end-if.

       build-generated-record.
           move ws-base-image to ws-gen-rec
           perform varying ws-fld-idx from 1 by 1
               until ws-fld-idx > ws-fld-count or ws-status not = 00
               evaluate ws-fld-rule(ws-fld-idx)
                   when "N"
                       perform build-sequence-field
                   when "M"
                       perform pick-mix-segment
               end-evaluate
           end-perform.

       build-sequence-field.
           compute repeat-seq-start =
               ws-fld-seq-start(ws-fld-idx) + ws-rec-idx - 1
           move ws-fld-seq-width(ws-fld-idx) to repeat-seq-width
           move ws-fld-seq-check(ws-fld-idx) to repeat-seq-check
           call "repeat-wrapper" using
               repeat-in-str repeat-count repeat-delimiter
               repeat-mode repeat-encoding repeat-engine
               repeat-skip-audit repeat-out-buf repeat-status
               repeat-actual-len repeat-cost-center repeat-user-id
               repeat-source repeat-seq-start repeat-seq-width
               repeat-seq-pos repeat-reason repeat-pattern-id
               repeat-seq-check repeat-classified
           if repeat-status not = 00
               move repeat-status to ws-status
               move repeat-reason to ws-reason
           else
               move repeat-out-buf(1:ws-fld-length(ws-fld-idx))
                   to ws-gen-rec(ws-fld-offset(ws-fld-idx) :
                       ws-fld-length(ws-fld-idx))
           end-if.

      *    the pattern-mix walk: record R takes the segment furthest
      *    behind its share, lowest segment breaking ties.
       pick-mix-segment.
           move ws-fld-mix-slot(ws-fld-idx) to ws-mix-slot
           move 0 to ws-pick-idx
           move -999999999999 to ws-best-behind
           perform varying ws-seg-idx from 1 by 1
               until ws-seg-idx > ws-mx-seg-count(ws-mix-slot)
               compute ws-behind =
                   (ws-mx-weight(ws-mix-slot, ws-seg-idx) * ws-rec-idx)
                   - (ws-mx-emitted(ws-mix-slot, ws-seg-idx) * 100)
               if ws-behind > ws-best-behind
                   move ws-behind to ws-best-behind
                   move ws-seg-idx to ws-pick-idx
               end-if
           end-perform
           move ws-mx-image(ws-mix-slot, ws-pick-idx)
               (1:ws-fld-length(ws-fld-idx))
               to ws-gen-rec(ws-fld-offset(ws-fld-idx) :
                   ws-fld-length(ws-fld-idx))
           add 1 to ws-mx-emitted(ws-mix-slot, ws-pick-idx).

      *    one audit row per request, source "G": the layout name
      *    as the string, the first pattern a field resolved as the
      *    pattern id, the record count asked for, and the bytes
      *    actually written -- the way a stream request audits.
       audit-laygen-request.
           move spaces to ws-aud-in-str
           move lg-layout to ws-aud-in-str(1:8)
           compute ws-aud-in-len = function length(ws-aud-in-str)
           move 0 to ws-aud-count
           if lg-rec-count is numeric
               move lg-rec-count to ws-aud-count
           end-if
           call "repeat-audit" using
               ws-aud-in-str ws-aud-in-len ws-aud-count
               ws-total-bytes ws-status ws-reason
               lg-cost-center lg-user-id
               ws-aud-source ws-aud-pattern-id ws-aud-classified
               ws-aud-engine ws-aud-mode.
       end program repeat-laygen.
