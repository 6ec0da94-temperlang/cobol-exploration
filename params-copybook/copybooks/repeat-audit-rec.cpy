      *    "S" standing-request master, "D" deferred from RPTC, "R"
      *    resubmitted reject, "O" online RPTC, "A" ad hoc REPEATCALL,
      *    "C" composer, "Q" message-queue listener, "M" pattern-mix
      *    job, "P" the numeric pass over NUMTRANS, "H" released by
      *    the approval pass after a supervisor approved it, "V" a
      *    supervisor's decision on the RPTG screen -- not a request
      *    run but the record of one approved (status 00) or
      *    declined (status 16, reason 28), with the deciding
      *    supervisor as the user and zero output.
           05  aud-source         pic x(1).
      *    named pattern the request was resolved from -- blank when
      *    the caller supplied a literal string.
      *    before them read back as spaces (readers treat a
      *    non-numeric value as zero).
           05  aud-reason         pic 9(2).
      *    tamper-evidence chain (see repeat-audit-chain.cbl): the
      *    chain value of the row before this one on the trail, and
      *    this row's own value -- the checksum of that previous
      *    value and every other byte of this row -- so an altered,
      *    inserted, or removed row breaks the chain from that point
      *    on. Spaces on rows that predate the chain and on rows
      *    offloaded from the online RPTA queue; the chain walks fold
      *    those in by their checksum.
           05  aud-chain-link.
               10  aud-chain-prev pic 9(9).
               10  aud-chain      pic 9(9).
      *    chained request (see RT-PRED-LINK in
      *    repeat-trans-rec.cpy): the source and key of the request
      *    whose output became this one's input, so a row can be
      *    traced back along its chain to the request that started
      *    it. Spaces on an unchained request's row; a row with this
      *    link blank chains over the length the row had before the
      *    link was added, so the rows already on the trail still
      *    prove.
           05  aud-pred-link.
               10  aud-pred-source pic x(1).
               10  aud-pred-key   pic 9(6).
