      *    without the clear text ever sitting on a generally
      *    browsable dataset. Every run says who asked, so the
      *    job log is itself an access record.
      *    The card also carries the reason or ticket number for the
      *    look, and an inquiry without one is refused. Every run,
      *    granted or refused, is written to the UNMASKLOG access log
      *    (see repeat-unmask-log-rec.cpy) with the range asked for,
      *    the reason, and each vault row disclosed -- the record the
      *    monthly privacy review (REPEAT-PRIVACY-RPT) is built from.
      ******************************************************************

       environment division.
               file status is ws-entitle-fs.
           select vault-file assign to vaultin
               organization is line sequential.
           select log-file assign to unmasklog
               organization is line sequential.

       data division.
       file section.
           05  uq-user-id         pic x(8).
           05  uq-from-ts         pic x(26).
           05  uq-to-ts           pic x(26).
           05  uq-reason          pic x(30).

       fd  entitle-file.
       copy repeat-entitle-rec.
       fd  vault-file.
       copy repeat-vault-rec.

       fd  log-file.
       copy repeat-unmask-log-rec.

       working-storage section.
       01  ws-entitle-fs        pic x(2).
       01  ws-control-eof-sw    pic x value "n".
           88  ws-allowed       value "y".
       01  ws-rows-read         pic 9(8) comp-5 value 0.
       01  ws-rows-shown        pic 9(8) comp-5 value 0.
       01  ws-inquiry-ts        pic x(26).

       procedure division.
       main-line.
           end-if
           display "repeat-unmask-inq: unmask request by "
               uq-user-id " for " uq-from-ts " through " uq-to-ts
           display "repeat-unmask-inq: stated reason " uq-reason
           move function current-date to ws-inquiry-ts
           open extend log-file
           if uq-reason = spaces
               display "repeat-unmask-inq: no reason or ticket on "
                   "sysin -- refused"
               move "R" to ul-outcome
               perform write-log-header
               close log-file
               move 16 to return-code
               goback
           end-if
           perform check-unmask-entitlement
           if not ws-allowed
               display "repeat-unmask-inq: user " uq-user-id
                   " is not entitled to unmask -- refused"
               move "R" to ul-outcome
               perform write-log-header
               close log-file
               move 16 to return-code
               goback
           end-if
           move "G" to ul-outcome
           perform write-log-header
           open input vault-file
           perform until ws-vault-eof
               read vault-file
               end-read
           end-perform
           close vault-file
           move "T" to ul-rec-type
           move spaces to ul-vault-ts
           move spaces to ul-vault-user-id
           move spaces to ul-vault-cc
           move ws-rows-shown to ul-rows-shown
           write repeat-unmask-log-rec
           close log-file
           display "repeat-unmask-inq: vault rows read .. "
               ws-rows-read
           display "repeat-unmask-inq: rows shown ....... "
               display vt-timestamp " user " vt-user-id
                   " dept " vt-cost-center
               display "    [" vt-in-str "]"
               move "D" to ul-rec-type
               move vt-timestamp to ul-vault-ts
               move vt-user-id to ul-vault-user-id
               move vt-cost-center to ul-vault-cc
               move zeros to ul-rows-shown
               write repeat-unmask-log-rec
           end-if.

      *    the fields every row of the inquiry repeats, so any one
      *    row of the log says whose look it belongs to.
       write-log-header.
           move ws-inquiry-ts to ul-inquiry-ts
           move uq-user-id to ul-user-id
           move "H" to ul-rec-type
           move uq-from-ts to ul-from-ts
           move uq-to-ts to ul-to-ts
           move uq-reason to ul-reason
           move spaces to ul-vault-ts
           move spaces to ul-vault-user-id
           move spaces to ul-vault-cc
           move zeros to ul-rows-shown
           write repeat-unmask-log-rec.
       end program repeat-unmask-inq.
