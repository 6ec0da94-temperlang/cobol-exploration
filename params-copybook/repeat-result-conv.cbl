           05  old-rr-status      pic 9(2).

       fd  new-result-file
           record is varying in size from 20 to 820 characters
               depending on ws-result-rec-len.
       copy repeat-result-rec.

           move old-rr-key to rr-key
      *    the fixed generations predate source tagging.
           move space to rr-source
           move spaces to rr-pred-link
           move old-rr-status to rr-status
           compute ws-old-len = function length(function trim(
               old-rr-out-buf))
               move old-rr-out-buf(1:ws-old-len)
                   to rr-out-buf(1:ws-old-len)
           end-if
           compute ws-result-rec-len = 20 + rr-len
           write repeat-result-rec.
       end program repeat-result-conv.
