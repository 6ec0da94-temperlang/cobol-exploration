      *    ceilings hold across every request path, not per job step.
      *    An admitted request's usage is accumulated immediately; a
      *    refused one adds nothing.
      *    A cost center passed in must be on the cost-center
      *    reference master and usable today (see REPEAT-COSTCTR);
      *    an unknown or inactive one is refused with reason 26
      *    before any quota is looked at. A blank one bills to the
      *    DFLT bucket and is not looked up.
      ******************************************************************

       environment division.
       01  ws-byte-limit        pic 9(12).
       01  ws-quota-hit-sw      pic x.
           88  ws-quota-hit     value "y".
       01  ws-cc-result         pic x(1).
           88  ws-cc-refused    value "U" "I".
       01  ws-cc-gl-account     pic x(8).
       01  ws-cc-name           pic x(30).

       linkage section.
       01  et-user-id           pic x(8).
               move 15 to et-reason-code
               goback
           end-if
           if et-cost-center not = spaces
               call "repeat-costctr" using et-cost-center
                   ws-cc-result ws-cc-gl-account ws-cc-name
               if ws-cc-refused
                   move 16 to et-status
                   move "cost center unknown or inactive"
                       to et-reason
                   move 26 to et-reason-code
                   goback
               end-if
           end-if
           perform check-daily-quotas
           goback.

