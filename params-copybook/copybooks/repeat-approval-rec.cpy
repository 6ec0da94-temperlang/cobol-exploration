      ******************************************************************
      *    REPEAT-APPROVAL-REC
      *    One request held for supervisor approval on the APPRMST
      *    VSAM master: written "P" (pending) by REPEAT-APPR-CHK when
      *    a request from TRANSIN, the RPTC deferral queue, the queue
      *    listener, or the standing master estimates over its
      *    department's ceiling (see repeat-appr-thresh-rec.cpy);
      *    decided "A" (approved) or "D" (declined) on the RPTG
      *    screen by the manager of the request's cost center on
      *    CCMST; and released by REPEAT-BATCH's approval pass the
      *    next night -- an approved request runs (audit source "H")
      *    and becomes "X", a declined one goes to the reject file
      *    with reason 28 and becomes "J".
      *    Keyed by where the request came from, its id there (the
      *    TRANSIN key or deferral request id, zero-filled; the time
      *    of day the listener took a queued message; the standing
      *    entry's SR-ID), and the business date it was held on. A
      *    standing entry is held under a blank date: its one row
      *    stands for the entry every night it is due, an approval
      *    stays good for as long as AP-REQUEST still matches the
      *    entry, and a changed entry is held again. Standing rows
      *    are never released -- the standing pass itself runs an
      *    approved entry and refuses a declined one.
      ******************************************************************
       01  repeat-approval-rec.
           05  ap-key.
               10  ap-source      pic x(1).
               10  ap-request-id  pic x(8).
               10  ap-held-date   pic x(8).
           05  ap-status          pic x(1).
               88  ap-pending     value "P".
               88  ap-approved    value "A".
               88  ap-declined    value "D".
               88  ap-released    value "X".
               88  ap-rejected    value "J".
           05  ap-user-id         pic x(8).
           05  ap-cost-center     pic x(4).
           05  ap-est-bytes       pic 9(12).
           05  ap-est-records     pic 9(8).
      *    which ceiling the request went over: "B" bytes, "R"
      *    records.
           05  ap-limit-hit       pic x(1).
           05  ap-held-ts         pic x(26).
           05  ap-decided-by      pic x(8).
           05  ap-decided-ts      pic x(26).
           05  ap-comment         pic x(40).
           05  ap-released-date   pic x(8).
      *    the request as it would have run, in REPEAT-TRANS-REC
      *    form with any named pattern already resolved.
           05  ap-request         pic x(172).
