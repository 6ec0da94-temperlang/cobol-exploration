      *    the outcomes from a file instead of the scheduler
      *    stitching five condition codes together. The latest row
      *    for a job and date governs (a rerun appends a newer row).
      *    REPEAT-STREAMVER verifies one run's stream datasets at a
      *    time and names the run identity it checked in CS-RUN-ID,
      *    so a parallel night's legs each keep their own latest
      *    verdict; the other jobs leave it blank.
      ******************************************************************
       01  repeat-check-stat-rec.
           05  cs-job             pic x(16).
               88  cs-passed      value "PASS".
               88  cs-failed      value "FAIL".
           05  cs-timestamp       pic x(26).
           05  cs-run-id          pic x(8).
