      ******************************************************************
      *    REPEAT-RUN-MONITOR-REC
      *    One run identity's live progress on the RUNMON VSAM file,
      *    keyed by the run-control identity (REPTBATC for the single
      *    stream, REPTBTC1-REPTBTC4 for the parallel legs) and read
      *    by the RPTB batch-run monitor screen, so the night shift no
      *    longer pieces "how far along is it" together from RUNCTL,
      *    the checkpoint dataset, STATSOUT, and the job log.
      *    REPEAT-BATCH owns the run fields: the business date and
      *    start time when the run starts (as its RUNCTL "S" row), the
      *    pass in flight, and the last key and record count at every
      *    checkpoint (as CHKPTOUT), then the state it ended in.
      *    MR-TRANS-RECORDS is the transaction file's size from the
      *    driver's prescan, so the screen can project an end time
      *    even on a night with no forecast.
      *    REPEAT-FORECAST owns the MR-FC- fields: the business date
      *    it forecast, the records it expects, the historical
      *    records-per-second rate from the run-stats history REPTPERF
      *    reads, and the elapsed time that rate predicts. A forecast
      *    for another business date than the run's is not compared.
      ******************************************************************
       01  run-monitor-rec.
           05  mr-job-name        pic x(8).
           05  mr-business-date   pic x(8).
           05  mr-state           pic x(1).
               88  mr-not-run     value space.
               88  mr-running     value "R".
               88  mr-ended       value "E".
               88  mr-quiesced    value "Q".
      *    the pass in flight: "T" transaction file, "S" standing,
      *    "D" deferred, "H" approval release, "N" numeric, "C"
      *    compose, "R" resubmission, "L" chained requests.
           05  mr-pass            pic x(1).
           05  mr-start-ts        pic x(26).
           05  mr-chkpt-ts        pic x(26).
           05  mr-end-ts          pic x(26).
           05  mr-last-key        pic 9(6).
           05  mr-rec-count       pic 9(8).
           05  mr-chkpt-count     pic 9(6).
           05  mr-trans-records   pic 9(8).
           05  mr-fc-business-date pic x(8).
           05  mr-fc-records      pic 9(8).
           05  mr-fc-rate         pic 9(6)v99.
           05  mr-fc-runs         pic 9(4).
           05  mr-fc-elapsed-secs pic 9(8).
