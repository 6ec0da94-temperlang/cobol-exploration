      ******************************************************************
      *    REPEAT-MAINT-LOG-REC
      *    One maintenance action against an online-maintained master
      *    (STANDMST via RPTS, PATTERNF via RPTP, ENTITLEF via RPTN,
      *    the HOLCAL holiday calendar via RPTK, keyed by its date,
      *    the CCMST cost-center master via RPTF):
      *    who was signed on, when, which transaction, the function, and
      *    the full record images before and after the change -- so a
      *    wrong night's output can be traced to the edit that caused it
      *    in minutes, not days. Written by the maintenance transactions
      *    to the RPTM transient data queue, offloaded to the MAINTLOG
      *    flat file, and loaded into the keyed MAINTMST master by
      *    REPEAT-MAINT-LOAD for the batch and RPTH inquiries.
      *    REPEAT-RECERT-APPLY appends the quarterly recertification's
      *    ENTITLEF changes straight to MAINTLOG under transaction
      *    RCRT, with the attesting manager as the user, and
      *    REPEAT-STAND-DEACT the health check's reviewed STANDMST
      *    deactivations under transaction HLTH, with the reviewer as
      *    the user. The image fields are sized with headroom over
      *    the largest maintained record. Before is spaces on an add;
      *    after is spaces on a delete.
      ******************************************************************
       01  repeat-maint-log-rec.
           05  ml-timestamp       pic x(26).
