      ******************************************************************
      *    REPEAT-ADJUST-REC
      *    One chargeback dispute or adjustment, keyed by finance on
      *    the adjustment file (ADJIN) and applied by REPTCHGADJ: the
      *    cost center that was mis-billed, the billing month the
      *    charge was posted for, and either an amount to credit or
      *    the request and byte quantities to take off (priced at the
      *    rate table's per-request and per-KB rates) -- never both.
      *    The reason and the approver are required; a credit never
      *    goes to the GL on one person's say-so without a name on it.
      *    A posted adjustment is appended to the adjustment history
      *    (ADJHIST) with the voucher it went out on, the posting
      *    date, and the amount actually credited, so the same
      *    adjustment cannot post twice and a month's credits can
      *    never add up past what the month was billed. Those three
      *    fields are blank on ADJIN.
      ******************************************************************
       01  repeat-adjust-rec.
           05  aj-adjust-id       pic x(8).
           05  aj-cost-center     pic x(4).
           05  aj-bill-month      pic x(6).
           05  aj-amount          pic 9(9)v99.
           05  aj-requests        pic 9(8).
           05  aj-bytes           pic 9(12).
      *    "RT" runaway or test job, "CC" wrong cost center on the
      *    transaction, "RR" request failed and was rerun, "OT" any
      *    other reason, spelt out in AJ-REASON-TEXT.
           05  aj-reason-code     pic x(2).
               88  aj-reason-valid    value "RT" "CC" "RR" "OT".
           05  aj-reason-text     pic x(30).
           05  aj-approver        pic x(8).
           05  aj-entered-date    pic x(8).
           05  aj-voucher-id      pic x(8).
           05  aj-posted-date     pic x(8).
           05  aj-credit-amt      pic 9(9)v99.
