      ******************************************************************
      *    REPEAT-LAYOUT-REC
      *    One row of a saved test-file layout on the layout master
      *    (LAYMST VSAM, keyed by layout name and field sequence) --
      *    see repeat-laygen.cbl. Row 00 is the layout's header: its
      *    record length, a description, and who saved it when. Rows
      *    01-40 are its fields, each a byte offset (1-based) and
      *    length within the record and the rule that fills it:
      *      "P"  pattern fill -- the literal LY-PATTERN-ID resolves
      *           to, repeated to the field length;
      *      "N"  numbered sequence from LY-SEQ-START, one per record,
      *           with a check digit on the end when LY-SEQ-CHECK is
      *           "L" (mod-10) or "E" (mod-11) -- the digit takes the
      *           field's last byte;
      *      "K"  packed numeric: the low-order LY-SEED-DIGITS digits
      *           of LY-SEED repeated LY-SEED-COUNT times, packed
      *           into the field's bytes;
      *      "C"  the constant LY-CONSTANT, space padded;
      *      "M"  weighted pattern mix -- up to five pattern ids
      *           whose weights total 100, interleaved record by
      *           record the way the pattern-mix job interleaves.
      *    Bytes no field covers are spaces. The LAYDEFIN deck that
      *    saves a layout is this same layout, header row first.
      ******************************************************************
       01  repeat-layout-rec.
           05  ly-key.
               10  ly-name        pic x(8).
               10  ly-seq         pic 9(2).
           05  ly-lrecl           pic 9(4).
           05  ly-description     pic x(30).
           05  ly-saved-by        pic x(8).
           05  ly-saved-date      pic x(8).
           05  ly-field-name      pic x(16).
           05  ly-offset          pic 9(3).
           05  ly-length          pic 9(3).
           05  ly-rule            pic x(1).
               88  ly-rule-pattern  value "P".
               88  ly-rule-sequence value "N".
               88  ly-rule-packed   value "K".
               88  ly-rule-constant value "C".
               88  ly-rule-mix      value "M".
           05  ly-pattern-id      pic x(8).
           05  ly-seq-start       pic 9(8).
           05  ly-seq-check       pic x(1).
           05  ly-seed            pic 9(8).
           05  ly-seed-digits     pic 9(2).
           05  ly-seed-count      pic 9(2).
           05  ly-constant        pic x(40).
           05  ly-mix-count       pic 9(1).
           05  ly-mix-segment occurs 5 times.
               10  ly-mix-pattern-id pic x(8).
               10  ly-mix-weight  pic 9(3).
