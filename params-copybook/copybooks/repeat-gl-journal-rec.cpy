      *    whose debit and credit totals must be equal -- the GL
      *    batch voucher load refuses an unbalanced file, and so
      *    does the register report that writes this one.
      *    REPTCHGADJ writes its adjustment voucher the other way
      *    round: one "C" credit row per adjustment to the disputed
      *    cost center (JL-DESCRIPTION carries the adjustment id,
      *    billing month, and reason code) and one "D" debit row to
      *    the recovery account.
      ******************************************************************
       01  gl-journal-rec.
           05  jl-rec-type        pic x(1).
