      ******************************************************************
      *    REPEAT-COMPLETION-REC
      *    One row per request REPEAT-BATCH finishes, appended to the
      *    completion log (COMPLOG) the moment its result row is
      *    written -- every pass (transaction classes, standing,
      *    deferred, approval releases, numeric, compose,
      *    resubmissions, chains) and every parallel leg, each leg
      *    to its own log under its own run identity. CL-PRIORITY is
      *    the class the request was dispatched under (blank or zero
      *    on the request is class 9; standing, numeric, and compose
      *    requests carry no class and are 9). A failed or refused
      *    request completes too, with its status. A checkpoint
      *    restart or a forced rerun writes a request's row again;
      *    REPEAT-SLA-RPT takes the latest row per run identity,
      *    source, and key, judged against the deadline table (see
      *    repeat-sla-deadline-rec.cpy).
      ******************************************************************
       01  repeat-completion-rec.
           05  cl-business-date   pic x(8).
           05  cl-job-name        pic x(8).
           05  cl-source          pic x(1).
           05  cl-key             pic 9(6).
           05  cl-priority        pic 9(1).
           05  cl-cost-center     pic x(4).
           05  cl-user-id         pic x(8).
           05  cl-status          pic 9(2).
           05  cl-completed-ts    pic x(26).
