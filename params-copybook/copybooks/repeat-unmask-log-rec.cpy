      ******************************************************************
      *    REPEAT-UNMASK-LOG-REC
      *    The vault access log (file UNMASKLOG, appended by
      *    REPEAT-UNMASK-INQ on every run): who asked to see clear
      *    classified values, when, for which vault timestamp range,
      *    why (the reason or ticket from the SYSIN card), and exactly
      *    which vault rows were disclosed. Each inquiry writes one
      *    "H" row with the outcome -- "G" granted, "R" refused --
      *    then one "D" row per vault row it printed, then a "T" row
      *    with the count disclosed. A refused attempt is logged as
      *    well as a granted one. REPEAT-PRIVACY-RPT reads the log for
      *    the monthly privacy review.
      ******************************************************************
       01  repeat-unmask-log-rec.
           05  ul-inquiry-ts      pic x(26).
           05  ul-user-id         pic x(8).
           05  ul-rec-type        pic x(1).
               88  ul-header      value "H".
               88  ul-disclosed   value "D".
               88  ul-trailer     value "T".
           05  ul-outcome         pic x(1).
               88  ul-granted     value "G".
               88  ul-refused     value "R".
           05  ul-from-ts         pic x(26).
           05  ul-to-ts           pic x(26).
           05  ul-reason          pic x(30).
      *    on a "D" row, the vault row shown (its timestamp is the
      *    key to the masked audit row); on a "T" row, the count.
           05  ul-vault-ts        pic x(26).
           05  ul-vault-user-id   pic x(8).
           05  ul-vault-cc        pic x(4).
           05  ul-rows-shown      pic 9(8).
