      ******************************************************************
      *    REPEAT-INTAKE-CTL-REC
      *    One department's submission control row on the intake
      *    control master (INTKCTL VSAM, keyed by department): the
      *    number, date, and size of the last submission
      *    REPEAT-INTAKE accepted from it. The next submission must
      *    carry the next number -- the same number again is a
      *    duplicate, a higher one means a submission went missing
      *    -- and a department with no row starts at 000001.
      ******************************************************************
       01  repeat-intake-ctl-rec.
           05  ic-dept            pic x(4).
           05  ic-last-seq        pic 9(6).
           05  ic-last-sub-date   pic x(8).
           05  ic-last-run-date   pic x(8).
           05  ic-last-rec-count  pic 9(8).
           05  ic-subs-accepted   pic 9(8).
