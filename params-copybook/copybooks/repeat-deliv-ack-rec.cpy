      ******************************************************************
      *    REPEAT-DELIV-ACK-REC
      *    One delivery acknowledgement returned by an extract
      *    consumer for a subscriber generation cut by REPEAT-DISTRIB:
      *    the consumer id (SB-CONSUMER-ID), the generation (the
      *    business date on the delivered file's header), the row
      *    count and checksum total the consumer received, and
      *    whether it accepted ("A") or rejected ("R") the file, with
      *    its reason. REPEAT-MANIFEST-CHK writes one to ACKOUT on the
      *    receiving side when its SYSIN card names the consumer; a
      *    consumer whose own load fails afterwards sends an "R" row
      *    in the same layout. The returned rows come back as ACKIN
      *    to REPEAT-DELIV-LOAD, which posts them to the delivery
      *    status master (see repeat-deliv-rec.cpy).
      ******************************************************************
       01  repeat-deliv-ack-rec.
           05  ak-consumer-id     pic x(8).
           05  ak-generation      pic x(8).
           05  ak-rec-count       pic 9(8).
           05  ak-checksum-total  pic 9(12).
           05  ak-result          pic x(1).
               88  ak-accepted    value "A".
               88  ak-rejected    value "R".
           05  ak-reason          pic x(30).
           05  ak-timestamp       pic x(26).
