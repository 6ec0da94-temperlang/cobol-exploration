       identification division.
       program-id. repeat-audit-link.

      ******************************************************************
      *    Holds the chain link (see AUD-PRED-LINK in
      *    repeat-audit-rec.cpy) of the chained request in flight, so
      *    every audit row written for it carries the link without
      *    the link having to ride every call to REPEAT-AUDIT and
      *    REPEAT-AUDIT-BATCH. REPEAT-BATCH's chain pass sets the
      *    link before it dispatches a chained request and clears it
      *    once the request's rows are written; the two audit writers
      *    get it for each row. Nothing set: the link is spaces.
      *    AL-FUNCTION:
      *      "S"  set the link to AL-PRED-LINK (spaces clears it).
      *      "G"  return the link in AL-PRED-LINK.
      ******************************************************************

       data division.
       working-storage section.
       01  ws-pred-link         pic x(7) value spaces.

       linkage section.
       01  al-function          pic x(1).
       01  al-pred-link         pic x(7).

       procedure division
           using
               al-function
               al-pred-link.
           evaluate al-function
               when "S"
                   move al-pred-link to ws-pred-link
               when "G"
                   move ws-pred-link to al-pred-link
           end-evaluate
           goback.
       end program repeat-audit-link.
