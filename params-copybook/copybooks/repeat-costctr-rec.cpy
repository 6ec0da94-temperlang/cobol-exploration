      ******************************************************************
      *    REPEAT-COSTCTR-REC
      *    One cost center on the cost-center reference master (CCMST
      *    VSAM, keyed by CM-COST-CENTER, maintained online by finance
      *    on RPTF): the department's name, its owning manager, the
      *    GL expense account its chargeback is debited to, whether it
      *    is active, and the dates it is valid between. A code is
      *    usable on a request only when it is on the master, active,
      *    on or after its effective date, and on or before its expiry
      *    date -- a blank date is no limit on that side. Intake
      *    (REPEAT-TRANS-EDIT, REPEAT-ENTITLE, RPTS, RPTC) refuses any
      *    other code with reason 26; REPTCHGJNL debits each
      *    department's own CM-GL-ACCOUNT. A blank cost center on a
      *    request is not looked up: it bills to the DFLT bucket.
      ******************************************************************
       01  repeat-costctr-rec.
           05  cm-cost-center     pic x(4).
           05  cm-name            pic x(30).
           05  cm-manager-id      pic x(8).
           05  cm-gl-account      pic x(8).
           05  cm-active          pic x(1).
               88  cm-is-active   value "Y".
           05  cm-effective-date  pic x(8).
           05  cm-expiry-date     pic x(8).
