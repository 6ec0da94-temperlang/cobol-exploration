           05  wa-sr-day-of-week  pic 9(1).
           05  wa-sr-day-of-month pic 9(2).
           05  wa-sr-business-day pic 9(2).
           05  wa-sr-pattern-id  pic x(8).
           05  filler             pic x(841).
       01  ws-ent-a redefines ws-rec-a.
           05  wa-en-user-id      pic x(8).
           05  wa-en-max-count    pic 9(4).
           05  wa-en-day-byte     pic 9(12).
           05  wa-en-rec-type     pic x(1).
           05  wa-en-unmask       pic x(1).
           05  wa-en-unmask-req   pic x(8).
           05  wa-en-unmask-appr  pic x(8).
           05  filler             pic x(948).
       01  ws-rec-b.
           05  filler           pic x(1000).
       01  ws-pat-b redefines ws-rec-b.
           05  wb-sr-day-of-week  pic 9(1).
           05  wb-sr-day-of-month pic 9(2).
           05  wb-sr-business-day pic 9(2).
           05  wb-sr-pattern-id  pic x(8).
           05  filler             pic x(841).
       01  ws-ent-b redefines ws-rec-b.
           05  wb-en-user-id      pic x(8).
           05  wb-en-max-count    pic 9(4).
           05  wb-en-day-byte     pic 9(12).
           05  wb-en-rec-type     pic x(1).
           05  wb-en-unmask       pic x(1).
           05  wb-en-unmask-req   pic x(8).
           05  wb-en-unmask-appr  pic x(8).
           05  filler             pic x(948).

       procedure division.
       main-line.
           if wa-sr-business-day not = wb-sr-business-day
               display "    sr-business-day: A " wa-sr-business-day
                   " B " wb-sr-business-day
           end-if
           if wa-sr-pattern-id not = wb-sr-pattern-id
               display "    sr-pattern-id: A " wa-sr-pattern-id
                   " B " wb-sr-pattern-id
           end-if.

       compare-entitle-fields.
           if wa-en-unmask not = wb-en-unmask
               display "    en-unmask-allowed: A " wa-en-unmask
                   " B " wb-en-unmask
           end-if
           if wa-en-unmask-req not = wb-en-unmask-req
               display "    en-unmask-req-by: A " wa-en-unmask-req
                   " B " wb-en-unmask-req
           end-if
           if wa-en-unmask-appr not = wb-en-unmask-appr
               display "    en-unmask-appr-by: A " wa-en-unmask-appr
                   " B " wb-en-unmask-appr
           end-if.

      ******************************************************************
                           add 1 to ws-apply-added
                   end-write
               when pi-type = "S"
                   move pi-data(1:159) to repeat-standing-rec
                   write repeat-standing-rec
                       invalid key
                           rewrite repeat-standing-rec
                       move "y" to ws-entitle-open-sw
                       open output entitle-file
                   end-if
                   move pi-data(1:52) to repeat-entitle-rec
                   write repeat-entitle-rec
                   add 1 to ws-entitle-rewritten
               when pi-type = "D"
