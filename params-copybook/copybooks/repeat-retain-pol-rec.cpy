      ******************************************************************
      *    REPEAT-RETAIN-POL-REC
      *    One row of the data-retention policy (file RETPOL), the
      *    single table Records Management signs off and REPEAT-RETAIN
      *    applies: for each of the utility's growing files, how many
      *    days a row is kept and what happens to it after that --
      *    "A" it moves to that file's archive generation, "D" it is
      *    simply deleted. RP-FILE-ID names the file:
      *      AUDIT    the audit trail (rows aged on AUD-TIMESTAMP,
      *               archive generations listed on ARCHDIR)
      *      RSLTMST  the result master (EM-BUSINESS-DATE)
      *      MAINTMST the maintenance history (MM-TIMESTAMP)
      *      REJMST   the reject history (RM-LAST-SEEN)
      *      VAULT    the classified-value vault (VT-TIMESTAMP)
      *      STATS    the run telemetry (PF-BUSINESS-DATE)
      *      HISTORY  the usage history (UH-DATE)
      *      STRDIR   the stream directory (SD-WRITTEN-DATE)
      *    Zero days, or no row at all for a file, keeps everything.
      ******************************************************************
       01  repeat-retain-pol-rec.
           05  rp-file-id         pic x(8).
           05  rp-retain-days     pic 9(5).
           05  rp-disposition     pic x(1).
               88  rp-archive     value "A".
               88  rp-delete      value "D".
           05  rp-description     pic x(40).
