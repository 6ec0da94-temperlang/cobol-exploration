       identification division.
       program-id. repeat-stand-deact.

      ******************************************************************
      *    Applies operations' review of the weekly standing-request
      *    health check. Input is the DEACTOUT feed
      *    REPEAT-STAND-HEALTH wrote, reviewed and handed back as
      *    DEACTIN (see repeat-deact-rec.cpy): every row carries the
      *    decided DV-ACTION and who reviewed it. A "D" row turns
      *    SR-ACTIVE off on the STANDMST entry the RPTS transaction
      *    maintains, so it stops merging from the next night; a
      *    blank action keeps the entry as it is. The entry is not
      *    deleted -- its owner or RPTS can switch it back on. A
      *    decision with no reviewer is not applied. Every change is
      *    appended to MAINTLOG with its before and after images,
      *    transaction HLTH and the reviewer as the user, so
      *    REPEAT-MAINT-LOAD puts it in the same change history RPTH
      *    and REPEAT-MAINT-INQ show for online edits. Prints control
      *    totals.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select deact-file assign to deactin
               organization is line sequential.
           select standing-master assign to standmst
               organization is indexed
               access mode is random
               record key is sr-id
               file status is ws-standing-fs.
           select log-file assign to maintlog
               organization is line sequential.

       data division.
       file section.
       fd  deact-file.
       copy repeat-deact-rec.

       fd  standing-master.
       copy repeat-standing-rec.

       fd  log-file.
       copy repeat-maint-log-rec.

       working-storage section.
       01  ws-standing-fs       pic x(2).
       01  ws-eof-sw            pic x value "n".
           88  ws-eof           value "y".
       01  ws-rows-read         pic 9(8) comp-5 value 0.
       01  ws-rows-kept         pic 9(8) comp-5 value 0.
       01  ws-rows-deactivated  pic 9(8) comp-5 value 0.
       01  ws-rows-already-off  pic 9(8) comp-5 value 0.
       01  ws-rows-unreviewed   pic 9(8) comp-5 value 0.
       01  ws-rows-not-found    pic 9(8) comp-5 value 0.
       01  ws-rows-bad-action   pic 9(8) comp-5 value 0.
       01  ws-rows-accounted    pic 9(8) comp-5 value 0.
       01  ws-before-image      pic x(200).

       procedure division.
       main-line.
           open input deact-file
           open i-o standing-master
           if ws-standing-fs not = "00"
               display "repeat-stand-deact: standing master open "
                   "failed, file status " ws-standing-fs
               move 16 to return-code
               close deact-file
               goback
           end-if
           open extend log-file
           perform until ws-eof
               read deact-file
                   at end
                       move "y" to ws-eof-sw
                   not at end
                       perform apply-one-decision
               end-read
           end-perform
           close deact-file standing-master log-file
           display "repeat-stand-deact: control totals"
           display "  decisions read ......... " ws-rows-read
           display "  kept as is ............. " ws-rows-kept
           display "  deactivated ............ " ws-rows-deactivated
           display "  already inactive ....... " ws-rows-already-off
           display "  not reviewed ........... " ws-rows-unreviewed
           display "  not on the master ...... " ws-rows-not-found
           display "  unknown action ......... " ws-rows-bad-action
           compute ws-rows-accounted = ws-rows-kept
               + ws-rows-deactivated + ws-rows-already-off
               + ws-rows-unreviewed + ws-rows-not-found
               + ws-rows-bad-action
           if ws-rows-accounted not = ws-rows-read
               display "repeat-stand-deact: OUT OF BALANCE -- "
                   "decisions read/accounted for differ"
               move 8 to return-code
           end-if
           if ws-rows-unreviewed > 0 or ws-rows-not-found > 0
               or ws-rows-bad-action > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           goback.

       apply-one-decision.
           add 1 to ws-rows-read
           evaluate true
               when dv-keep
                   add 1 to ws-rows-kept
               when not dv-deactivate
                   display "repeat-stand-deact: " dv-sr-id
                       " action " dv-action
                       " not recognised -- not applied"
                   add 1 to ws-rows-bad-action
               when dv-reviewed-by = spaces
                   display "repeat-stand-deact: " dv-sr-id
                       " has no reviewer -- not applied"
                   add 1 to ws-rows-unreviewed
               when other
                   perform deactivate-entry
           end-evaluate.

      *    an entry someone has already switched off since the
      *    health check ran is left alone and not logged again.
       deactivate-entry.
           move dv-sr-id to sr-id
           read standing-master
               invalid key
                   display "repeat-stand-deact: " dv-sr-id
                       " is no longer on the standing master"
                   add 1 to ws-rows-not-found
               not invalid key
                   if not sr-active-yes
                       add 1 to ws-rows-already-off
                   else
                       move spaces to ws-before-image
                       move repeat-standing-rec to ws-before-image
                       move "N" to sr-active
                       perform rewrite-entry
                   end-if
           end-read.

       rewrite-entry.
           rewrite repeat-standing-rec
               invalid key
                   display "repeat-stand-deact: rewrite rejected for "
                       dv-sr-id ", file status " ws-standing-fs
                   add 1 to ws-rows-not-found
               not invalid key
                   add 1 to ws-rows-deactivated
                   perform write-maint-log
           end-rewrite.

       write-maint-log.
           move function current-date to ml-timestamp
           move dv-reviewed-by to ml-user-id
           move "HLTH" to ml-transid
           move "C" to ml-function
           move "STANDMST" to ml-file
           move dv-sr-id to ml-record-id
           move ws-before-image to ml-before
           move spaces to ml-after
           move repeat-standing-rec to ml-after
           write repeat-maint-log-rec.
       end program repeat-stand-deact.
