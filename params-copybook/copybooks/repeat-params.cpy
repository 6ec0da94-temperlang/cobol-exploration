      *    deferred from the RPTC screen, "R" resubmitted reject, "O"
      *    online RPTC, "A" ad hoc REPEATCALL, "C" composer, "Q"
      *    message-queue listener, "M" pattern-mix job, "P" the
      *    numeric pass over NUMTRANS, "G" the layout-driven file
      *    generator. Blank on paths that predate source tagging.
       01  repeat-source      pic x(1).
      *    numbered repetition mode ("N"): each repetition carries an
      *    incrementing sequence number of REPEAT-SEQ-WIDTH digits,
      *    mode unsupported, 11 packed overflow, 12-15 entitlement,
      *    16-17 stream limits, 18 pattern id not on the master,
      *    19-20 daily usage quotas, 21 mix weights, 22 check-digit
      *    option, 23 DBCS shift codes, 24 DBCS unsupported path,
      *    25 sensitive data found in an unclassified request,
      *    26 cost center unknown or inactive on the master,
      *    27 held for supervisor approval, 28 declined by the
      *    supervisor, 29 a chained request's predecessor failed,
      *    30 predecessor not in the night's run, 31 chain circular
      *    or too many chained requests to order, 32 predecessor
      *    output unusable as an input string, 33 generator layout
      *    not on the layout master, 34 saved layout not valid.
      *    REPEAT-STATUS-MSG returns the operator text for any
      *    status/reason pair.
       01  repeat-reason      pic 9(2) comp-5.
