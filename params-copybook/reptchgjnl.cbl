      *    and the job ends nonzero if anything fails to balance --
      *    billing keys nothing by hand, so there is no quarter to
      *    mis-key.
      *    Each department is debited to its own GL expense account
      *    from the cost-center reference master (see
      *    repeat-costctr-rec.cpy, looked up through REPEAT-COSTCTR);
      *    a department not on the master -- the DFLT bucket, or a
      *    code from before the master existed -- falls back to the
      *    rate table's expense account, and the register counts how
      *    many did.
      ******************************************************************

       environment division.
               10  ws-dept-requests pic 9(8)  comp-5.
               10  ws-dept-bytes    pic 9(14) comp-5.
               10  ws-dept-amount   pic 9(11)v99 comp-3.
               10  ws-dept-account  pic x(8).
       01  ws-dept-idx          pic 9(4) comp-5.
       01  ws-dept-found-sw     pic x.
           88  ws-dept-found    value "y".
       01  ws-total-amount      pic 9(11)v99 comp-3 value 0.
       01  ws-debit-total       pic 9(11)v99 comp-3 value 0.
       01  ws-journal-rows      pic 9(4) comp-5 value 0.
       01  ws-acct-defaulted    pic 9(4) comp-5 value 0.
       01  ws-cc-result         pic x(1).
           88  ws-cc-on-master  value "A" "I".
       01  ws-cc-gl-account     pic x(8).
       01  ws-cc-name           pic x(30).

       procedure division.
       main-line.
      *    the DFLT bucket, exactly as REPTCHGBK allocates them.
       rate-one-row.
           add 1 to ws-rows-read
      *    held rows and supervisor decisions are left out, as the
      *    chargeback report leaves them out.
           if (jc-bill-month = spaces
               or aud-timestamp(1:6) = jc-bill-month)
               and aud-source not = "V"
               and not (aud-reason is numeric and aud-reason = 27)
               perform rate-billable-row
           end-if.

               move "D" to jl-rec-type
               move jc-voucher-id to jl-voucher-id
               move function current-date(1:8) to jl-post-date
               perform find-dept-account
               move ws-dept-account(ws-dept-idx) to jl-account
               move ws-dept-cc(ws-dept-idx) to jl-cost-center
               move ws-dept-amount(ws-dept-idx) to jl-debit-amt
               move zeros to jl-credit-amt
           add 1 to ws-journal-rows
           close journal-file.

      *    an inactive or expired department is still billed for
      *    the usage it ran up, to its own account.
       find-dept-account.
           move ra-expense-acct to ws-dept-account(ws-dept-idx)
           if ws-dept-cc(ws-dept-idx) not = spaces
               and ws-dept-cc(ws-dept-idx) not = "DFLT"
               call "repeat-costctr" using ws-dept-cc(ws-dept-idx)
                   ws-cc-result ws-cc-gl-account ws-cc-name
               if ws-cc-on-master and ws-cc-gl-account not = spaces
                   move ws-cc-gl-account
                       to ws-dept-account(ws-dept-idx)
               else
                   add 1 to ws-acct-defaulted
               end-if
           else
               add 1 to ws-acct-defaulted
           end-if.

      *    the register ties three ways: rated amounts per
      *    department, the journal's debit total, and the single
      *    credit -- any daylight between them fails the job before
               ra-per-kb " per kb, native x" ra-native-mult
               ", stream x" ra-stream-mult
           display "  dept  requests    output-bytes    amount"
               "         account"
           perform varying ws-dept-idx from 1 by 1
               until ws-dept-idx > ws-dept-count
               display "  " ws-dept-cc(ws-dept-idx) "  "
                   ws-dept-requests(ws-dept-idx) "  "
                   ws-dept-bytes(ws-dept-idx) "  "
                   ws-dept-amount(ws-dept-idx) "  "
                   ws-dept-account(ws-dept-idx)
           end-perform
           display "  audit rows read ........ " ws-rows-read
           display "  rows in period ......... " ws-rows-billed
           display "  total amount rated ..... " ws-total-amount
           display "  journal debit total .... " ws-debit-total
           display "  journal rows written ... " ws-journal-rows
           display "  depts on default acct .. " ws-acct-defaulted
           if ws-debit-total not = ws-total-amount
               display "reptchgjnl: OUT OF BALANCE -- journal "
                   "debits differ from the rated chargeback total"
