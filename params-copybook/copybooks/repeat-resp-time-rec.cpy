      ******************************************************************
      *    REPEAT-RESP-TIME-REC
      *    One online or queue request's timing, for the REPEAT-RESP-
      *    RPT response-time report: written by the RPTC transaction
      *    to the RPTT transient data queue (offloaded to RESPLOG
      *    with the RPTA offload) and by REPEAT-MQ-LISTENER straight
      *    to RESPLOG. Arrival is when the path took the request
      *    (the screen received, the message got), completion when
      *    the answer went back (the map sent, the reply put); the
      *    phase times are the part of that spent in the entitlement
      *    gate, pattern resolution, and the REPEAT-WRAPPER call --
      *    zero for a phase the request never reached. All times are
      *    in hundredths of a second. TM-OUTCOME: "A" answered
      *    (whatever the wrapper's status), "R" refused before the
      *    wrapper, "H" held for approval, "D" deferred to the night
      *    run, "X" dead-lettered.
      ******************************************************************
       01  repeat-resp-time-rec.
           05  tm-path            pic x(1).
               88  tm-path-online value "O".
               88  tm-path-queue  value "Q".
           05  tm-request-id      pic x(8).
           05  tm-user-id         pic x(8).
           05  tm-cost-center     pic x(4).
           05  tm-arrival-ts      pic x(26).
           05  tm-complete-ts     pic x(26).
           05  tm-response-hs     pic 9(8).
           05  tm-entitle-hs      pic 9(6).
           05  tm-pattern-hs      pic 9(6).
           05  tm-wrapper-hs      pic 9(6).
           05  tm-status          pic 9(2).
           05  tm-reason          pic 9(2).
           05  tm-outcome         pic x(1).
               88  tm-answered     value "A".
               88  tm-refused      value "R".
               88  tm-held         value "H".
               88  tm-deferred     value "D".
               88  tm-deadlettered value "X".
