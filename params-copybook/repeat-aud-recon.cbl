      *    the two disagree. Audit rows from paths that never write
      *    the extract (online RPTC "O", the queue listener "Q", the
      *    composer "C", the pattern-mix job "M", the numeric pass
      *    "P", the RPTG supervisor decisions "V", the layout
      *    generator "G", and the blank-source varlen/numeric
      *    calling conventions) are excluded and counted separately.
      *    The outcome is also appended to the CHECKSTAT file (see
      *    repeat-check-stat-rec.cpy) under the business date on the
      *    optional SYSIN card (blank means today), so the
               move "PASS" to cs-result
           end-if
           move function current-date to cs-timestamp
           move spaces to cs-run-id
           write repeat-check-stat-rec
           close check-stat-file.

           add 1 to ws-aud-rows
           if aud-source = "O" or aud-source = "Q"
               or aud-source = "C" or aud-source = "M"
               or aud-source = "P" or aud-source = "V"
               or aud-source = "G" or aud-source = space
               add 1 to ws-aud-excluded
           else
               move aud-in-str to ws-match-in-str
