       copy repeat-compose-rec.

      *    written variable-length like the batch result file
      *    (20-byte prefix + RR-LEN buffer bytes).
       fd  result-file
           record is varying in size from 20 to 820 characters
               depending on ws-result-rec-len.
       copy repeat-result-rec.

           move cp-key to rr-key
           move repeat-source to rr-source
           move ws-composed-status to rr-status
           move spaces to rr-pred-link
           if ws-composed-status = 00
               move ws-composed-len to rr-len
               move ws-composed-buf to rr-out-buf
               move zeros to rr-len
               move spaces to rr-out-buf
           end-if
           compute ws-result-rec-len = 20 + rr-len
           write repeat-result-rec
           perform audit-composed-request.

