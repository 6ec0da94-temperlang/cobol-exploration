      ******************************************************************
      *    REPEAT-SLA-HIST-REC
      *    One business date's completion-deadline outcome for one
      *    priority class, appended by REPEAT-SLA-RPT to the
      *    cumulative SLA history (SLAHIST) so the report can trend
      *    on-time completion over the month. A rerun of the report
      *    appends newer rows; the latest row for a date and class
      *    governs.
      ******************************************************************
       01  repeat-sla-hist-rec.
           05  sh-business-date   pic x(8).
           05  sh-priority        pic 9(1).
           05  sh-completed       pic 9(8).
           05  sh-on-time         pic 9(8).
           05  sh-late            pic 9(8).
           05  sh-no-deadline     pic 9(8).
