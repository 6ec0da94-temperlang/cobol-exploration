      *    single-stream run or the REPEAT-SPLIT parallel
      *    arrangement, sized to fit. Returns 4 when even the
      *    recommendation leaves the window blown, so the on-call
      *    hears about it at 5 PM instead of 5 AM. The forecast is
      *    also left on the job's RUNMON row (see
      *    repeat-run-monitor-rec.cpy), where the RPTB monitor screen
      *    sets the running job's projected end against it; forecast
      *    a parallel leg by running the job with the leg's partition
      *    on TRANSIN, its own stats history, and its run id.
      ******************************************************************

       environment division.
           select stats-file assign to statsin
               organization is line sequential
               file status is ws-stats-fs.
           select optional run-monitor-file assign to runmon
               organization is indexed
               access mode is random
               record key is mr-job-name
               file status is ws-runmon-fs.

       data division.
       file section.
       fd  stats-file.
       copy repeat-run-stats-rec.

       fd  run-monitor-file.
       copy repeat-run-monitor-rec.

       working-storage section.
       copy repeat-limits.
       01  ws-standing-fs       pic x(2).
       01  ws-stats-fs          pic x(2).
       01  ws-runmon-fs         pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-trans-eof-sw      pic x value "n".
           perform weigh-standing-entries
           perform read-run-history
           perform report-forecast
           perform publish-forecast
           goback.

       weigh-transaction-file.
                   move 4 to return-code
               end-if
           end-if.

      *    only the MR-FC- fields are touched -- a run in flight
      *    keeps its own progress on the row.
       publish-forecast.
           open i-o run-monitor-file
           if ws-runmon-fs = "00" or ws-runmon-fs = "05"
               move fc-job-name to mr-job-name
               read run-monitor-file
                   invalid key
                       move spaces to run-monitor-rec
                       move fc-job-name to mr-job-name
                       move zeros to mr-last-key mr-rec-count
                           mr-chkpt-count mr-trans-records
                       perform fill-forecast-fields
                       write run-monitor-rec
                           invalid key
                               display "repeat-forecast: run monitor "
                                   "row not written, file status "
                                   ws-runmon-fs
                       end-write
                   not invalid key
                       perform fill-forecast-fields
                       rewrite run-monitor-rec
                           invalid key
                               display "repeat-forecast: run monitor "
                                   "row not rewritten, file status "
                                   ws-runmon-fs
                       end-rewrite
               end-read
               close run-monitor-file
           end-if.

       fill-forecast-fields.
           move ws-business-date to mr-fc-business-date
           move ws-total-records to mr-fc-records
           move ws-rate-avg to mr-fc-rate
           move ws-runs-seen to mr-fc-runs
           move ws-predicted-secs to mr-fc-elapsed-secs.
       end program repeat-forecast.
