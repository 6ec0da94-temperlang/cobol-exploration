      ******************************************************************
      *    REPEAT-DELIV-REC
      *    One subscriber generation's delivery status on the DELIVMST
      *    VSAM master, keyed by consumer id + generation (the
      *    business date the generation was cut for). REPEAT-DISTRIB
      *    writes a row in this layout to DELIVOUT for every
      *    generation it cuts -- the night's full distribution or a
      *    single-consumer retransmission -- with what was sent: the
      *    output slot, the time, the row count, and the manifest
      *    checksum total. REPEAT-DELIV-LOAD posts those rows and the
      *    consumers' acknowledgements (see repeat-deliv-ack-rec.cpy)
      *    to the master, and REPEAT-DELIV-RPT reports from it each
      *    morning. DV-STATUS:
      *      "S"  sent, no acknowledgement yet
      *      "A"  acknowledged accepted, counts agree with what was
      *           sent
      *      "M"  acknowledged, but the row count or checksum total
      *           disagrees with what was sent
      *      "R"  acknowledged rejected by the consumer
      *    A retransmission puts the row back to "S" with its
      *    acknowledgement fields cleared; DV-SEND-COUNT counts the
      *    transmissions (1 for the night's cut). On DELIVOUT the
      *    send count is zero -- the load adds each send in.
      ******************************************************************
       01  repeat-deliv-rec.
           05  dv-key.
               10  dv-consumer-id pic x(8).
               10  dv-generation  pic x(8).
           05  dv-slot            pic 9(1).
           05  dv-status          pic x(1).
               88  dv-sent        value "S".
               88  dv-acked       value "A".
               88  dv-mismatch    value "M".
               88  dv-rejected    value "R".
           05  dv-send-count      pic 9(2).
           05  dv-sent-ts         pic x(26).
           05  dv-sent-rows       pic 9(8).
           05  dv-sent-cksum      pic 9(12).
           05  dv-ack-ts          pic x(26).
           05  dv-ack-rows        pic 9(8).
           05  dv-ack-cksum       pic 9(12).
           05  dv-ack-reason      pic x(30).
