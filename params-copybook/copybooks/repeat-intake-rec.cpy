      ******************************************************************
      *    REPEAT-INTAKE-REC
      *    One record of a department's request submission (see
      *    repeat-intake.cbl). Each department sends its own file:
      *    a header naming the department (its cost-center code),
      *    the submission date, and the department's own running
      *    submission number; one detail per request, a
      *    REPEAT-TRANS-REC keyed with the department's own key;
      *    and a trailer carrying the detail count and the hash
      *    total of the details' RT-COUNT values, so a file cut
      *    short in transit is caught before any of it runs.
      *    Operations concatenates the night's files onto INTAKEIN
      *    in any order.
      ******************************************************************
       01  repeat-intake-rec.
           05  ik-rec-type        pic x(1).
               88  ik-header      value "H".
               88  ik-detail      value "D".
               88  ik-trailer     value "T".
           05  ik-request         pic x(172).
       01  repeat-intake-header.
           05  filler             pic x(1).
           05  ih-dept            pic x(4).
           05  ih-sub-date        pic x(8).
           05  ih-sub-seq         pic 9(6).
           05  filler             pic x(154).
       01  repeat-intake-trailer.
           05  filler             pic x(1).
           05  it-rec-count       pic 9(8).
           05  it-hash-total      pic 9(12).
           05  filler             pic x(152).
