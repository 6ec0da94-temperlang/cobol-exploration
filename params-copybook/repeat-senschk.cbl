       identification division.
       program-id. repeat-senschk.

      ******************************************************************
      *    Sensitive-data gate for the batch request paths
      *    (REPEAT-TRANS-EDIT, REPEATCALL, the queue listener): an
      *    unclassified request string is scanned by REPEAT-SENSCAN,
      *    and a detection is logged to SENSLOG (see
      *    repeat-sens-det-rec.cpy) and handled by the installation's
      *    policy on the one-record SENSPOL file (see
      *    repeat-sens-policy-rec.cpy), read once on first call.
      *    Either way the request comes back classified ("Y" in
      *    SC-CLASSIFIED), so every audit, reject, and extract row the
      *    caller then writes for it is masked and the clear string
      *    reaches only the vault. Status 00: carry on -- clean, or
      *    forced classified under policy "C". Status 12 reason 25:
      *    policy "R", the request must not run. A request already
      *    flagged "Y" is not scanned -- it is masked anyway. The RPTC
      *    screen applies the same policy from the SENSPOLF VSAM file
      *    and calls REPEAT-SENSCAN directly.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select optional policy-file assign to senspol
               organization is line sequential
               file status is ws-policy-fs.
           select detect-file assign to senslog
               organization is line sequential.

       data division.
       file section.
       fd  policy-file.
       01  policy-file-rec      pic x(331).

       fd  detect-file.
       copy repeat-sens-det-rec.

       working-storage section.
       copy repeat-sens-policy-rec.
       01  ws-policy-fs         pic x(2).
       01  ws-loaded-sw         pic x value "n".
           88  ws-loaded        value "y".
       01  ws-kind              pic x(1).
       01  ws-position          pic 9(4) comp-5.

       linkage section.
       01  sc-in-str            pic x(80).
       01  sc-user-id           pic x(8).
       01  sc-cost-center       pic x(4).
       01  sc-source            pic x(1).
       01  sc-request-key       pic x(8).
       01  sc-pattern-id        pic x(8).
       01  sc-classified        pic x(1).
       01  sc-status            pic 9(2) comp-5.
       01  sc-reason            pic 9(2) comp-5.
       01  sc-kind              pic x(1).

       procedure division
           using
               sc-in-str
               sc-user-id
               sc-cost-center
               sc-source
               sc-request-key
               sc-pattern-id
               sc-classified
               sc-status
               sc-reason
               sc-kind.
           move 00 to sc-status
           move space to sc-kind
           if not ws-loaded
               perform load-policy
           end-if
           if sc-classified = "Y"
               goback
           end-if
           call "repeat-senscan" using
               sc-in-str repeat-sens-policy-rec ws-kind ws-position
           if ws-kind not = space
               move ws-kind to sc-kind
               move "Y" to sc-classified
               if sp-reject
                   move 12 to sc-status
                   move 25 to sc-reason
               end-if
               perform log-detection
           end-if
           goback.

      *    no policy file, or an empty one, is the safe default:
      *    force classified, card numbers and SSNs only.
       load-policy.
           move "y" to ws-loaded-sw
           move spaces to repeat-sens-policy-rec
           move 0 to sp-keyword-count
           open input policy-file
           if ws-policy-fs = "00"
               read policy-file into repeat-sens-policy-rec
                   at end
                       move spaces to repeat-sens-policy-rec
                       move 0 to sp-keyword-count
               end-read
               close policy-file
           end-if
           if not sp-force-classified and not sp-reject
               display "repeat-senschk: policy action " sp-action
                   " not a defined value -- forcing classified"
               move "C" to sp-action
           end-if
           if sp-keyword-count is not numeric
               move 0 to sp-keyword-count
           end-if.

      *    where and what kind, never the value itself.
       log-detection.
           open extend detect-file
           move function current-date to sx-timestamp
           move sc-user-id to sx-user-id
           move sc-cost-center to sx-cost-center
           move sc-source to sx-source
           move sc-request-key to sx-request-key
           move sc-pattern-id to sx-pattern-id
           move ws-kind to sx-kind
           move ws-position to sx-position
           if sp-reject
               move "R" to sx-action
           else
               move "C" to sx-action
           end-if
           write repeat-sens-det-rec
           close detect-file.
       end program repeat-senschk.
