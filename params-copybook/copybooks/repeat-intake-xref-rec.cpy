      ******************************************************************
      *    REPEAT-INTAKE-XREF-REC
      *    One row of the night's intake key cross-reference
      *    (XREFOUT, written by REPEAT-INTAKE in assigned-key order):
      *    the RT-KEY a request was given on TRANSIN against the
      *    department, submission, and department key it arrived
      *    with, and its requesting user -- so the morning statement
      *    can show a department the keys it knows its requests by.
      ******************************************************************
       01  repeat-intake-xref-rec.
           05  xr-business-date   pic x(8).
           05  xr-key             pic 9(6).
           05  xr-dept            pic x(4).
           05  xr-sub-date        pic x(8).
           05  xr-sub-seq         pic 9(6).
           05  xr-dept-key        pic 9(6).
           05  xr-user-id         pic x(8).
