      ******************************************************************
      *    REPEAT-LAYGEN-REC
      *    One request to generate a test file from a saved layout
      *    (see repeat-layout-rec.cpy and repeat-laygen.cbl): the
      *    layout name, how many records, and the routing name whose
      *    stream dataset the file lands on (blank for the shared
      *    STREAMOUT), with the requester for the entitlement gate,
      *    the daily quotas, and the audit row.
      ******************************************************************
       01  repeat-laygen-rec.
           05  lg-key             pic 9(6).
           05  lg-layout          pic x(8).
           05  lg-rec-count       pic 9(8).
           05  lg-route           pic x(8).
           05  lg-cost-center     pic x(4).
           05  lg-user-id         pic x(8).
