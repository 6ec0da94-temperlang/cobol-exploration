       identification division.
       program-id. reptchgadj.

      ******************************************************************
      *    Chargeback disputes and adjustments: applies finance's
      *    adjustment file (ADJIN, see repeat-adjust-rec.cpy) to
      *    billing REPTCHGJNL has already posted, so a mis-billed
      *    department is corrected through the repeat utility's own
      *    voucher instead of a manual GL entry nobody can trace back.
      *    Each adjustment is validated against the original month's
      *    rated figures, rebuilt from the audit trail (AUDITIN -- the
      *    archive generation for a month already cut off the live
      *    trail) with the rate table exactly as REPTCHGJNL rates it,
      *    and against the adjustments already posted (ADJHIST). An
      *    adjustment is refused when:
      *      - its cost center, reason, or approver is missing, or
      *        its reason code is not on the list;
      *      - its billing month is not a month before this one;
      *      - it gives neither an amount nor quantities, or both;
      *      - its id has posted before or appears twice on ADJIN;
      *      - the cost center was not billed for the month;
      *      - its quantities exceed the month's billed requests or
      *        bytes, or its credit would take the month's credits
      *        past the month's rated amount.
      *    The accepted adjustments go out as a balanced voucher on
      *    GLVCHOUT in the REPEAT-GL-JOURNAL-REC format: a header, one
      *    credit per adjustment to the disputed cost center on the
      *    expense account REPTCHGJNL debited it to (its own account
      *    on the cost-center master, else the rate table's -- see
      *    REPEAT-COSTCTR), the single balancing debit to the
      *    recovery account, and a trailer -- the reverse of the
      *    billing voucher. They are appended to ADJHIST with the
      *    voucher id. The adjustments register shows, for every cost
      *    center and month touched, the amount billed, the credits
      *    posted before, this voucher's credits, and the net, so
      *    each month's billing plus its adjustments reconciles to
      *    the GL. SYSIN card: the voucher id. Returns 4 when any
      *    adjustment is refused, 8 when the voucher does not
      *    balance (nothing is appended to ADJHIST), 16 with no
      *    voucher id or no rate table.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select control-card assign to sysin
               organization is line sequential.
           select rate-file assign to ratetab
               organization is line sequential
               file status is ws-rate-fs.
           select adjust-file assign to adjin
               organization is line sequential.
           select optional adjust-hist-file assign to adjhist
               organization is line sequential.
           select audit-file assign to auditin
               organization is line sequential.
           select journal-file assign to glvchout
               organization is line sequential.

       data division.
       file section.
       fd  control-card.
       01  adjust-card-rec.
           05  ac-voucher-id      pic x(8).

       fd  rate-file.
       copy repeat-rate-rec.

       fd  adjust-file.
       copy repeat-adjust-rec.

       fd  adjust-hist-file.
       copy repeat-adjust-rec
           replacing leading ==repeat-adjust== by ==adjust-hist==
                     leading ==aj-== by ==ah-==.

       fd  audit-file.
       copy repeat-audit-rec.

       fd  journal-file.
       copy repeat-gl-journal-rec.

       working-storage section.
       01  ws-rate-fs           pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-control-eof   value "y".
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-found-sw          pic x value "n".
           88  ws-found         value "y".
       01  ws-voucher-id        pic x(8).
       01  ws-this-month        pic x(6).
       01  ws-post-date         pic x(8).
       01  ws-cc-result         pic x(1).
           88  ws-cc-on-master  value "A" "I".
       01  ws-cc-gl-account     pic x(8).
       01  ws-cc-name           pic x(30).
       01  ws-bill-cc           pic x(4).
       01  ws-row-amount        pic 9(9)v99 comp-3.
       01  ws-row-kb            pic 9(9)v99 comp-3.
       01  ws-adj-kb            pic 9(11)v99 comp-3.
       01  ws-month-num         pic 9(2).
       01  ws-rows-read         pic 9(8) comp-5 value 0.
       01  ws-adj-read          pic 9(4) comp-5 value 0.
       01  ws-adj-accepted      pic 9(4) comp-5 value 0.
       01  ws-adj-refused       pic 9(4) comp-5 value 0.
       01  ws-journal-rows      pic 9(4) comp-5 value 0.
       01  ws-credit-total      pic 9(11)v99 comp-3 value 0.
       01  ws-debit-total       pic 9(11)v99 comp-3 value 0.
      *    the adjustments on ADJIN, in file order.
       01  ws-adj-max           pic 9(4) comp-5 value 200.
       01  ws-adj-count         pic 9(4) comp-5 value 0.
       01  ws-adj-table.
           05  ws-adj occurs 200 times.
               10  ws-adj-image     pic x(124).
               10  ws-adj-credit    pic 9(9)v99 comp-3.
               10  ws-adj-pair      pic 9(4) comp-5.
               10  ws-adj-refusal   pic x(30).
       01  ws-adj-idx           pic 9(4) comp-5.
       01  ws-dup-idx           pic 9(4) comp-5.
      *    one entry per cost center and month the adjustments touch:
      *    what the month was billed, and the credits against it.
       01  ws-pair-max          pic 9(4) comp-5 value 100.
       01  ws-pair-count        pic 9(4) comp-5 value 0.
       01  ws-pair-table.
           05  ws-pair occurs 100 times.
               10  ws-pr-cc         pic x(4).
               10  ws-pr-month      pic x(6).
               10  ws-pr-requests   pic 9(8)  comp-5.
               10  ws-pr-bytes      pic 9(14) comp-5.
               10  ws-pr-billed     pic 9(11)v99 comp-3.
               10  ws-pr-prior      pic 9(11)v99 comp-3.
               10  ws-pr-this       pic 9(11)v99 comp-3.
       01  ws-pair-idx          pic 9(4) comp-5.
       01  ws-net               pic s9(11)v99 comp-3.
       01  ws-amount-disp       pic z(10)9.99.
       01  ws-prior-disp        pic z(10)9.99.
       01  ws-this-disp         pic z(10)9.99.
       01  ws-net-disp          pic -(10)9.99.
       01  ws-credit-disp       pic z(8)9.99.
      *    the adjustment being validated, with its fields to hand.
       copy repeat-adjust-rec
           replacing leading ==repeat-adjust== by ==cur-adjust==
                     leading ==aj-== by ==ca-==.

       procedure division.
       main-line.
           open input control-card
           read control-card
               at end
                   move "y" to ws-control-eof-sw
           end-read
           if not ws-control-eof
               move ac-voucher-id to ws-voucher-id
           end-if
           close control-card
           if ws-control-eof or ws-voucher-id = spaces
               display "reptchgadj: no voucher id on sysin, stopping"
               move 16 to return-code
               goback
           end-if
           move function current-date(1:8) to ws-post-date
           move ws-post-date(1:6) to ws-this-month
           perform read-rate-table
           if return-code = 16
               goback
           end-if
           perform load-adjustments
           if return-code = 16
               goback
           end-if
           perform apply-history
           perform rate-audit-trail
           perform varying ws-adj-idx from 1 by 1
               until ws-adj-idx > ws-adj-count
               perform validate-against-billing
           end-perform
           perform write-voucher
           perform write-register
           if ws-credit-total not = ws-debit-total
               display "reptchgadj: OUT OF BALANCE -- voucher credits "
                   "differ from the recovery debit, history not "
                   "updated"
               move 8 to return-code
           else
               perform append-history
               if ws-adj-refused > 0
                   move 4 to return-code
               end-if
           end-if
           goback.

       read-rate-table.
           open input rate-file
           if ws-rate-fs not = "00"
               display "reptchgadj: rate table not available, file "
                   "status " ws-rate-fs " -- stopping"
               move 16 to return-code
           else
               read rate-file
                   at end
                       display "reptchgadj: rate table is empty -- "
                           "stopping"
                       move 16 to return-code
               end-read
               close rate-file
           end-if.

      *    the field checks need nothing but the adjustment itself;
      *    anything that passes them names the cost center and month
      *    whose billing is rebuilt.
       load-adjustments.
           move "n" to ws-eof-sw
           open input adjust-file
           perform until ws-eof
               read adjust-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-adj-read
                       if ws-adj-count = ws-adj-max
                           display "reptchgadj: more than " ws-adj-max
                               " adjustments on ADJIN -- split the "
                               "file, stopping"
                           move 16 to return-code
                           move "y" to ws-eof-sw
                       else
                           add 1 to ws-adj-count
                           perform check-one-adjustment
                       end-if
               end-read
           end-perform
           close adjust-file.

       check-one-adjustment.
           move 0 to ws-adj-credit(ws-adj-count)
           move 0 to ws-adj-pair(ws-adj-count)
           move spaces to ws-adj-refusal(ws-adj-count)
           if aj-amount not numeric
               move 0 to aj-amount
           end-if
           if aj-requests not numeric
               move 0 to aj-requests
           end-if
           if aj-bytes not numeric
               move 0 to aj-bytes
           end-if
           move aj-bill-month(5:2) to ws-month-num
           evaluate true
               when aj-adjust-id = spaces
                   move "NO ADJUSTMENT ID"
                       to ws-adj-refusal(ws-adj-count)
               when aj-cost-center = spaces
                   move "NO COST CENTER"
                       to ws-adj-refusal(ws-adj-count)
               when aj-bill-month not numeric
                   or ws-month-num < 1 or ws-month-num > 12
                   move "BILLING MONTH NOT YYYYMM"
                       to ws-adj-refusal(ws-adj-count)
               when aj-bill-month not < ws-this-month
                   move "MONTH NOT YET BILLED"
                       to ws-adj-refusal(ws-adj-count)
               when not aj-reason-valid
                   move "REASON CODE NOT RT/CC/RR/OT"
                       to ws-adj-refusal(ws-adj-count)
               when aj-reason-code = "OT" and aj-reason-text = spaces
                   move "REASON NOT GIVEN"
                       to ws-adj-refusal(ws-adj-count)
               when aj-approver = spaces
                   move "NO APPROVER"
                       to ws-adj-refusal(ws-adj-count)
               when aj-amount = 0 and aj-requests = 0 and aj-bytes = 0
                   move "NO AMOUNT OR QUANTITY"
                       to ws-adj-refusal(ws-adj-count)
               when aj-amount > 0
                   and (aj-requests > 0 or aj-bytes > 0)
                   move "BOTH AMOUNT AND QUANTITY"
                       to ws-adj-refusal(ws-adj-count)
               when other
                   perform check-duplicate-id
           end-evaluate
           if ws-adj-refusal(ws-adj-count) = spaces
               perform find-pair
               move ws-pair-idx to ws-adj-pair(ws-adj-count)
           end-if
           move repeat-adjust-rec to ws-adj-image(ws-adj-count).

       check-duplicate-id.
           perform varying ws-dup-idx from 1 by 1
               until ws-dup-idx >= ws-adj-count
               move ws-adj-image(ws-dup-idx) to cur-adjust-rec
               if ca-adjust-id = aj-adjust-id
                   move "ADJUSTMENT ID TWICE ON ADJIN"
                       to ws-adj-refusal(ws-adj-count)
               end-if
           end-perform.

       find-pair.
           move "n" to ws-found-sw
           perform varying ws-pair-idx from 1 by 1
               until ws-pair-idx > ws-pair-count or ws-found
               if ws-pr-cc(ws-pair-idx) = aj-cost-center
                   and ws-pr-month(ws-pair-idx) = aj-bill-month
                   move "y" to ws-found-sw
               end-if
           end-perform
           if ws-found
               subtract 1 from ws-pair-idx
           else
               if ws-pair-count < ws-pair-max
                   add 1 to ws-pair-count
                   move ws-pair-count to ws-pair-idx
                   move aj-cost-center to ws-pr-cc(ws-pair-idx)
                   move aj-bill-month to ws-pr-month(ws-pair-idx)
                   move 0 to ws-pr-requests(ws-pair-idx)
                       ws-pr-bytes(ws-pair-idx)
                       ws-pr-billed(ws-pair-idx)
                       ws-pr-prior(ws-pair-idx)
                       ws-pr-this(ws-pair-idx)
               else
                   move 0 to ws-pair-idx
                   move "TOO MANY MONTHS ON ONE RUN"
                       to ws-adj-refusal(ws-adj-count)
               end-if
           end-if.

      *    credits already posted count against the month, and an id
      *    already posted cannot post again.
       apply-history.
           move "n" to ws-eof-sw
           open input adjust-hist-file
           perform until ws-eof
               read adjust-hist-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform apply-one-history-row
               end-read
           end-perform
           close adjust-hist-file.

       apply-one-history-row.
           if ah-credit-amt not numeric
               move 0 to ah-credit-amt
           end-if
           perform varying ws-pair-idx from 1 by 1
               until ws-pair-idx > ws-pair-count
               if ws-pr-cc(ws-pair-idx) = ah-cost-center
                   and ws-pr-month(ws-pair-idx) = ah-bill-month
                   add ah-credit-amt to ws-pr-prior(ws-pair-idx)
               end-if
           end-perform
           perform varying ws-adj-idx from 1 by 1
               until ws-adj-idx > ws-adj-count
               move ws-adj-image(ws-adj-idx) to cur-adjust-rec
               if ca-adjust-id = ah-adjust-id
                   and ws-adj-refusal(ws-adj-idx) = spaces
                   move "ALREADY POSTED ON"
                       to ws-adj-refusal(ws-adj-idx)
                   move ah-voucher-id
                       to ws-adj-refusal(ws-adj-idx)(19:8)
               end-if
           end-perform.

      *    the month's billing rebuilt row by row as REPTCHGJNL rates
      *    it: base price plus the per-KB price on the output
      *    produced, multiplied up for the native engine and stream
      *    mode, blank cost centers in the DFLT bucket.
       rate-audit-trail.
           move "n" to ws-eof-sw
           open input audit-file
           perform until ws-eof
               read audit-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       add 1 to ws-rows-read
                       if aud-source not = "V"
                           and not (aud-reason is numeric
                               and aud-reason = 27)
                           perform rate-one-row
                       end-if
               end-read
           end-perform
           close audit-file.

       rate-one-row.
           if aud-cost-center = spaces
               move "DFLT" to ws-bill-cc
           else
               move aud-cost-center to ws-bill-cc
           end-if
           move "n" to ws-found-sw
           perform varying ws-pair-idx from 1 by 1
               until ws-pair-idx > ws-pair-count or ws-found
               if ws-pr-cc(ws-pair-idx) = ws-bill-cc
                   and ws-pr-month(ws-pair-idx) = aud-timestamp(1:6)
                   move "y" to ws-found-sw
               end-if
           end-perform
           if ws-found
               subtract 1 from ws-pair-idx
               compute ws-row-kb rounded = aud-out-len / 1024
               compute ws-row-amount rounded =
                   ra-per-request + (ws-row-kb * ra-per-kb)
               if aud-engine = "N"
                   compute ws-row-amount rounded =
                       ws-row-amount * ra-native-mult
               end-if
               if aud-mode = "S"
                   compute ws-row-amount rounded =
                       ws-row-amount * ra-stream-mult
               end-if
               add 1 to ws-pr-requests(ws-pair-idx)
               add aud-out-len to ws-pr-bytes(ws-pair-idx)
               add ws-row-amount to ws-pr-billed(ws-pair-idx)
           end-if.

      *    in ADJIN order, so when two adjustments together would
      *    over-credit a month the later one is refused.
       validate-against-billing.
           if ws-adj-refusal(ws-adj-idx) = spaces
               move ws-adj-image(ws-adj-idx) to cur-adjust-rec
               move ws-adj-pair(ws-adj-idx) to ws-pair-idx
               if ca-amount not numeric
                   move 0 to ca-amount
               end-if
               if ca-requests not numeric
                   move 0 to ca-requests
               end-if
               if ca-bytes not numeric
                   move 0 to ca-bytes
               end-if
               if ca-amount > 0
                   move ca-amount to ws-adj-credit(ws-adj-idx)
               else
                   compute ws-adj-kb rounded = ca-bytes / 1024
                   compute ws-adj-credit(ws-adj-idx) rounded =
                       (ca-requests * ra-per-request)
                       + (ws-adj-kb * ra-per-kb)
               end-if
               evaluate true
                   when ws-pr-requests(ws-pair-idx) = 0
                       move "NOT BILLED FOR THE MONTH"
                           to ws-adj-refusal(ws-adj-idx)
                   when ca-requests > ws-pr-requests(ws-pair-idx)
                       move "MORE REQUESTS THAN BILLED"
                           to ws-adj-refusal(ws-adj-idx)
                   when ca-bytes > ws-pr-bytes(ws-pair-idx)
                       move "MORE BYTES THAN BILLED"
                           to ws-adj-refusal(ws-adj-idx)
                   when ws-adj-credit(ws-adj-idx) = 0
                       move "PRICES TO ZERO"
                           to ws-adj-refusal(ws-adj-idx)
                   when ws-pr-prior(ws-pair-idx)
                       + ws-pr-this(ws-pair-idx)
                       + ws-adj-credit(ws-adj-idx)
                       > ws-pr-billed(ws-pair-idx)
                       move "CREDITS EXCEED MONTH BILLED"
                           to ws-adj-refusal(ws-adj-idx)
                   when other
                       add ws-adj-credit(ws-adj-idx)
                           to ws-pr-this(ws-pair-idx)
               end-evaluate
           end-if
           if ws-adj-refusal(ws-adj-idx) = spaces
               add 1 to ws-adj-accepted
           else
               move 0 to ws-adj-credit(ws-adj-idx)
               add 1 to ws-adj-refused
           end-if.

      *    the billing voucher reversed: a credit per adjustment to
      *    the disputed cost center, the recovery account debited.
       write-voucher.
           open output journal-file
           move spaces to gl-journal-rec
           move "H" to jl-rec-type
           move ws-voucher-id to jl-voucher-id
           move ws-post-date to jl-post-date
           move zeros to jl-debit-amt
           move zeros to jl-credit-amt
           move "REPEAT CHARGEBACK ADJ" to jl-description
           write gl-journal-rec
           add 1 to ws-journal-rows
           perform varying ws-adj-idx from 1 by 1
               until ws-adj-idx > ws-adj-count
               if ws-adj-refusal(ws-adj-idx) = spaces
                   move ws-adj-image(ws-adj-idx) to cur-adjust-rec
                   move spaces to gl-journal-rec
                   move "C" to jl-rec-type
                   move ws-voucher-id to jl-voucher-id
                   move ws-post-date to jl-post-date
                   move ra-expense-acct to jl-account
                   if ca-cost-center not = "DFLT"
                       call "repeat-costctr" using ca-cost-center
                           ws-cc-result ws-cc-gl-account ws-cc-name
                       if ws-cc-on-master
                           and ws-cc-gl-account not = spaces
                           move ws-cc-gl-account to jl-account
                       end-if
                   end-if
                   move ca-cost-center to jl-cost-center
                   move zeros to jl-debit-amt
                   move ws-adj-credit(ws-adj-idx) to jl-credit-amt
                   move "ADJ" to jl-description
                   move ca-adjust-id to jl-description(5:8)
                   move ca-bill-month to jl-description(14:6)
                   move ca-reason-code to jl-description(21:2)
                   write gl-journal-rec
                   add 1 to ws-journal-rows
                   add ws-adj-credit(ws-adj-idx) to ws-credit-total
               end-if
           end-perform
           move spaces to gl-journal-rec
           move "D" to jl-rec-type
           move ws-voucher-id to jl-voucher-id
           move ws-post-date to jl-post-date
           move ra-recovery-acct to jl-account
           move spaces to jl-cost-center
           move ws-credit-total to jl-debit-amt
           move zeros to jl-credit-amt
           move "REPEAT ADJ RECOVERY" to jl-description
           write gl-journal-rec
           add 1 to ws-journal-rows
           add ws-credit-total to ws-debit-total
           move spaces to gl-journal-rec
           move "T" to jl-rec-type
           move ws-voucher-id to jl-voucher-id
           move ws-post-date to jl-post-date
           move ws-debit-total to jl-debit-amt
           move ws-credit-total to jl-credit-amt
           move "VOUCHER TOTALS" to jl-description
           write gl-journal-rec
           add 1 to ws-journal-rows
           close journal-file.

       append-history.
           open extend adjust-hist-file
           perform varying ws-adj-idx from 1 by 1
               until ws-adj-idx > ws-adj-count
               if ws-adj-refusal(ws-adj-idx) = spaces
                   move ws-adj-image(ws-adj-idx) to adjust-hist-rec
                   move ws-voucher-id to ah-voucher-id
                   move ws-post-date to ah-posted-date
                   move ws-adj-credit(ws-adj-idx) to ah-credit-amt
                   write adjust-hist-rec
               end-if
           end-perform
           close adjust-hist-file.

      *    every adjustment with its outcome, then every cost center
      *    and month touched: billed, credited before, credited on
      *    this voucher, and the net the GL now carries.
       write-register.
           display "reptchgadj: chargeback adjustments register"
           display "  voucher id: " ws-voucher-id
               "  posted: " ws-post-date
           display "  adj-id    dept  month   rsn  approver  "
               "credit        outcome"
           perform varying ws-adj-idx from 1 by 1
               until ws-adj-idx > ws-adj-count
               move ws-adj-image(ws-adj-idx) to cur-adjust-rec
               move ws-adj-credit(ws-adj-idx) to ws-credit-disp
               if ws-adj-refusal(ws-adj-idx) = spaces
                   display "  " ca-adjust-id "  " ca-cost-center "  "
                       ca-bill-month "  " ca-reason-code "   "
                       ca-approver "  " ws-credit-disp "  POSTED"
               else
                   display "  " ca-adjust-id "  " ca-cost-center "  "
                       ca-bill-month "  " ca-reason-code "   "
                       ca-approver "  " ws-credit-disp "  REFUSED "
                       ws-adj-refusal(ws-adj-idx)
               end-if
           end-perform
           display "  dept  month   billed          "
               "credited before   this voucher      net"
           perform varying ws-pair-idx from 1 by 1
               until ws-pair-idx > ws-pair-count
               move ws-pr-billed(ws-pair-idx) to ws-amount-disp
               move ws-pr-prior(ws-pair-idx) to ws-prior-disp
               move ws-pr-this(ws-pair-idx) to ws-this-disp
               compute ws-net = ws-pr-billed(ws-pair-idx)
                   - ws-pr-prior(ws-pair-idx) - ws-pr-this(ws-pair-idx)
               move ws-net to ws-net-disp
               display "  " ws-pr-cc(ws-pair-idx) "  "
                   ws-pr-month(ws-pair-idx) "  " ws-amount-disp "  "
                   ws-prior-disp "  " ws-this-disp "  " ws-net-disp
           end-perform
           display "  audit rows read ........ " ws-rows-read
           display "  adjustments read ....... " ws-adj-read
           display "  adjustments posted ..... " ws-adj-accepted
           display "  adjustments refused .... " ws-adj-refused
           display "  voucher credit total ... " ws-credit-total
           display "  voucher debit total .... " ws-debit-total
           display "  journal rows written ... " ws-journal-rows.
       end program reptchgadj.
