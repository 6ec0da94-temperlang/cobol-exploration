       identification division.
       program-id. repeat-costctr.

      ******************************************************************
      *    Cost-center lookup for the batch paths: reads a code on
      *    the cost-center reference master (see
      *    repeat-costctr-rec.cpy) and says whether requests may be
      *    charged to it today. CC-RESULT:
      *      "A"  on the master and usable today
      *      "I"  on the master but inactive, not yet effective, or
      *           expired
      *      "U"  not on the master
      *      "N"  the master could not be opened -- the caller lets
      *           the code through, as the quota check does when
      *           QUOTAMST is missing, so a lost file does not refuse
      *           the whole night
      *    For "A" and "I" the department's name and own GL expense
      *    account come back too, so REPTCHGJNL can post to it. The
      *    master stays open across calls, as the pattern master
      *    does. The RPTS and RPTC screens read CCMST with EXEC CICS
      *    READ and apply the same rule inline.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select costctr-file assign to ccmst
               organization is indexed
               access mode is random
               record key is cm-cost-center
               file status is ws-costctr-fs.

       data division.
       file section.
       fd  costctr-file.
       copy repeat-costctr-rec.

       working-storage section.
       01  ws-costctr-fs        pic x(2).
       01  ws-opened-sw         pic x value "n".
           88  ws-opened        value "y".
       01  ws-open-failed-sw    pic x value "n".
           88  ws-open-failed   value "y".
       01  ws-today             pic x(8).

       linkage section.
       01  cc-cost-center       pic x(4).
       01  cc-result            pic x(1).
       01  cc-gl-account        pic x(8).
       01  cc-name              pic x(30).

       procedure division
           using
               cc-cost-center
               cc-result
               cc-gl-account
               cc-name.
           if not ws-opened
               move "y" to ws-opened-sw
               open input costctr-file
               if ws-costctr-fs not = "00"
                   display "repeat-costctr: cost-center master open "
                       "failed, file status " ws-costctr-fs
                       " -- cost centers will not be validated"
                   move "y" to ws-open-failed-sw
               end-if
           end-if
           move spaces to cc-gl-account
           move spaces to cc-name
           if ws-open-failed
               move "N" to cc-result
               goback
           end-if
           move cc-cost-center to cm-cost-center
           read costctr-file
               invalid key
                   move "U" to cc-result
               not invalid key
                   move cm-gl-account to cc-gl-account
                   move cm-name to cc-name
                   move function current-date(1:8) to ws-today
                   if cm-is-active
                       and (cm-effective-date = spaces
                           or cm-effective-date <= ws-today)
                       and (cm-expiry-date = spaces
                           or cm-expiry-date >= ws-today)
                       move "A" to cc-result
                   else
                       move "I" to cc-result
                   end-if
           end-read
           goback.
       end program repeat-costctr.
