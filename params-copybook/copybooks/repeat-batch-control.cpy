      *    each run under their own id so one leg's completion cannot
      *    block another leg's restart on a shared run-control file.
           05  bc-run-id               pic x(8).
      *    "Y" leaves the approval pass (requests a supervisor has
      *    decided, see repeat-approval-rec.cpy) to another run: the
      *    parallel legs still hold oversized requests on the shared
      *    APPRMST, but only the single-stream run releases them, so
      *    no decided request runs twice.
           05  bc-skip-approvals       pic x(1).
               88  bc-skip-approvals-yes value "Y".
