       identification division.
       program-id. repeat-recert-apply.

      ******************************************************************
      *    Applies the managers' decisions from the quarterly access
      *    recertification. Input is the RECERTOUT feed REPEAT-RECERT
      *    wrote, marked up and handed back as RECERTIN (see
      *    repeat-recert-rec.cpy): every row carries the decided
      *    RV-ACTION and the manager who attested it. Each decision
      *    is applied to the ENTITLEF master the RPTN transaction
      *    maintains --
      *      "R" deletes the row, access revoked outright;
      *      "U" takes the unmask right away (granted or pending) and
      *          clears who asked for it and who approved it;
      *      "L" lowers the daily ceilings to the suggested figures;
      *      blank keeps the row as it is.
      *    A decision with no attesting manager is not applied. Every
      *    change is appended to MAINTLOG with its before and after
      *    images, transaction RCRT and the attesting manager as the
      *    user, so REPEAT-MAINT-LOAD puts it in the same change
      *    history RPTH and REPEAT-MAINT-INQ show for online edits.
      *    ENTITLIN picks the changes up with the next unload ahead of
      *    the batch window. Prints control totals.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select recert-file assign to recertin
               organization is line sequential.
           select entitle-master assign to entitlef
               organization is indexed
               access mode is random
               record key is en-user-id
               file status is ws-entitle-fs.
           select log-file assign to maintlog
               organization is line sequential.

       data division.
       file section.
       fd  recert-file.
       copy repeat-recert-rec.

       fd  entitle-master.
       copy repeat-entitle-rec.

       fd  log-file.
       copy repeat-maint-log-rec.

       working-storage section.
       01  ws-entitle-fs        pic x(2).
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-rows-read         pic 9(8) comp-5 value 0.
       01  ws-rows-kept         pic 9(8) comp-5 value 0.
       01  ws-rows-revoked      pic 9(8) comp-5 value 0.
       01  ws-rows-unmasked     pic 9(8) comp-5 value 0.
       01  ws-rows-lowered      pic 9(8) comp-5 value 0.
       01  ws-rows-unattested   pic 9(8) comp-5 value 0.
       01  ws-rows-not-found    pic 9(8) comp-5 value 0.
       01  ws-rows-bad-action   pic 9(8) comp-5 value 0.
       01  ws-rows-accounted    pic 9(8) comp-5 value 0.
       01  ws-before-image      pic x(200).

       procedure division.
       main-line.
           open input recert-file
           open i-o entitle-master
           if ws-entitle-fs not = "00"
               display "repeat-recert-apply: entitlement master open "
                   "failed, file status " ws-entitle-fs
               move 16 to return-code
               close recert-file
               goback
           end-if
           open extend log-file
           perform until ws-eof
               read recert-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform apply-one-decision
               end-read
           end-perform
           close recert-file entitle-master log-file
           display "repeat-recert-apply: control totals"
           display "  decisions read ......... " ws-rows-read
           display "  kept as is ............. " ws-rows-kept
           display "  revoked ................ " ws-rows-revoked
           display "  unmask removed ......... " ws-rows-unmasked
           display "  ceilings lowered ....... " ws-rows-lowered
           display "  not attested ........... " ws-rows-unattested
           display "  not on the master ...... " ws-rows-not-found
           display "  unknown action ......... " ws-rows-bad-action
           compute ws-rows-accounted = ws-rows-kept + ws-rows-revoked
               + ws-rows-unmasked + ws-rows-lowered
               + ws-rows-unattested + ws-rows-not-found
               + ws-rows-bad-action
           if ws-rows-accounted not = ws-rows-read
               display "repeat-recert-apply: OUT OF BALANCE -- "
                   "decisions read/accounted for differ"
               move 8 to return-code
           end-if
           if ws-rows-unattested > 0 or ws-rows-not-found > 0
               or ws-rows-bad-action > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           goback.

       apply-one-decision.
           add 1 to ws-rows-read
           if rv-keep
               add 1 to ws-rows-kept
           else
               if rv-attested-by = spaces
                   display "repeat-recert-apply: " rv-user-id
                       " action " rv-action
                       " has no attesting manager -- not applied"
                   add 1 to ws-rows-unattested
               else
                   perform read-entitle-row
               end-if
           end-if.

       read-entitle-row.
           move rv-user-id to en-user-id
           read entitle-master
               invalid key
                   display "repeat-recert-apply: " rv-user-id
                       " is no longer on the entitlement master"
                   add 1 to ws-rows-not-found
               not invalid key
                   move spaces to ws-before-image
                   move repeat-entitle-rec to ws-before-image
                   evaluate true
                       when rv-revoke
                           perform revoke-entitle-row
                       when rv-drop-unmask
                           perform drop-unmask-right
                       when rv-lower
                           perform lower-day-ceilings
                       when other
                           display "repeat-recert-apply: " rv-user-id
                               " action " rv-action
                               " not recognised -- not applied"
                           add 1 to ws-rows-bad-action
                   end-evaluate
           end-read.

       revoke-entitle-row.
           delete entitle-master
               invalid key
                   display "repeat-recert-apply: delete rejected for "
                       rv-user-id ", file status " ws-entitle-fs
                   add 1 to ws-rows-not-found
               not invalid key
                   add 1 to ws-rows-revoked
                   move "D" to ml-function
                   move spaces to ml-after
                   perform write-maint-log
           end-delete.

       drop-unmask-right.
           move "N" to en-unmask-allowed
           move spaces to en-unmask-req-by
           move spaces to en-unmask-appr-by
           perform rewrite-entitle-row
           if ws-entitle-fs = "00"
               add 1 to ws-rows-unmasked
           end-if.

      *    the review never suggests zero -- zero is no ceiling at
      *    all -- and a figure above today's ceiling is not a
      *    lowering, so either is left alone.
       lower-day-ceilings.
           if rv-sugg-req-limit is numeric
               and rv-sugg-req-limit > 0
               and (en-day-req-limit is not numeric
                    or en-day-req-limit = 0
                    or rv-sugg-req-limit < en-day-req-limit)
               move rv-sugg-req-limit to en-day-req-limit
           end-if
           if rv-sugg-byte-limit is numeric
               and rv-sugg-byte-limit > 0
               and (en-day-byte-limit is not numeric
                    or en-day-byte-limit = 0
                    or rv-sugg-byte-limit < en-day-byte-limit)
               move rv-sugg-byte-limit to en-day-byte-limit
           end-if
           perform rewrite-entitle-row
           if ws-entitle-fs = "00"
               add 1 to ws-rows-lowered
           end-if.

       rewrite-entitle-row.
           rewrite repeat-entitle-rec
               invalid key
                   display "repeat-recert-apply: rewrite rejected for "
                       rv-user-id ", file status " ws-entitle-fs
                   add 1 to ws-rows-not-found
               not invalid key
                   move "C" to ml-function
                   move spaces to ml-after
                   move repeat-entitle-rec to ml-after
                   perform write-maint-log
           end-rewrite.

       write-maint-log.
           move function current-date to ml-timestamp
           move rv-attested-by to ml-user-id
           move "RCRT" to ml-transid
           move "ENTITLEF" to ml-file
           move rv-user-id to ml-record-id
           move ws-before-image to ml-before
           write repeat-maint-log-rec.
       end program repeat-recert-apply.
