
       allocate-one-row.
           add 1 to ws-rows-read
      *    a row held for supervisor approval (reason 27) is billed
      *    when the request runs, and a supervisor's decision row
      *    (source "V") is no request at all.
           if (cb-bill-month not = spaces
               and aud-timestamp(1:6) not = cb-bill-month)
               or aud-source = "V"
               or (aud-reason is numeric and aud-reason = 27)
               continue
           else
               add 1 to ws-rows-billed
