      *    requests. Zero means no daily ceiling. A "C" row carries a
      *    cost-center code in EN-USER-ID and ceilings for the whole
      *    department; its per-request fields are ignored.
      *    Online maintenance (transaction RPTN) works against the
      *    ENTITLEF VSAM copy the CICS region reads; ENTITLIN is its
      *    sequential unload, refreshed ahead of the batch window.
      ******************************************************************
       01  repeat-entitle-rec.
           05  en-user-id         pic x(8).
               88  en-user-row        value space "U".
               88  en-cost-center-row value "C".
      *    "Y" lets the user run the unmask inquiry against the
      *    vault file (see repeat-unmask-inq.cbl). A grant keyed on
      *    the RPTN screen is held at "P" (pending) until a second,
      *    different signed-on user approves it -- a pending row
      *    grants nothing, since only "Y" passes the inquiry's check.
           05  en-unmask-allowed  pic x(1).
               88  en-unmask-ok      value "Y".
               88  en-unmask-pending value "P".
      *    who asked for the unmask grant and who approved it, kept
      *    on the row so access reviews and the change history
      *    both show the dual control. Blank on rows that predate it.
           05  en-unmask-req-by   pic x(8).
           05  en-unmask-appr-by  pic x(8).
