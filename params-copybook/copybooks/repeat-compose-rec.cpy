      *    count, delimiter, and mode for whatever the segment left
      *    blank or zero), so the same literal is no longer keyed in
      *    both PATTERNF and the compose file.
      *    A request may be chained (CP-PRED-LINK, the same link as
      *    RT-PRED-LINK in repeat-trans-rec.cpy): the predecessor's
      *    output fills every segment that carries neither a literal
      *    nor a pattern id.
      ******************************************************************
       01  repeat-compose-rec.
           05  cp-key             pic 9(6).
                   88  cs-mode-count  value space "C".
                   88  cs-mode-fill   value "F".
               10  cs-pattern-id  pic x(8).
           05  cp-pred-link.
               10  cp-pred-source pic x(1).
               10  cp-pred-key    pic 9(6).
