      *    timestamp range it moved off -- the archive inquiry reads
      *    the directory to locate the generations covering a
      *    compliance date range.
      *    The scheduled retention of the audit trail is now part of
      *    REPEAT-RETAIN, driven by the retention policy with every
      *    other growing file; this job stays for a one-off cut at an
      *    explicit timestamp.
      *    The cut carries the audit chain across (see
      *    repeat-audit-chain.cbl): rows are written unchanged, and
      *    where a row no longer follows the row it was chained to on
      *    its new file, a bridge row goes to the seal file (AUDSEAL)
      *    so the archive generation and the rewritten live file
      *    each still prove end to end. A link already broken on the
      *    live file is not bridged; the count of those is shown and
      *    returns 4 -- run the chain check before the cut is used.
      ******************************************************************

       environment division.
       01  ws-rows-retained     pic 9(8) comp-5 value 0.
       01  ws-arch-low-ts       pic x(26) value high-values.
       01  ws-arch-high-ts      pic x(26) value low-values.
       01  ws-chain-function    pic x(1).
       01  ws-chain-fate        pic x(1).
       01  ws-chain-value       pic 9(9) comp-5 value 0.

       procedure division.
       main-line.
           open input audit-file
           open output archive-file
           open output new-audit-file
           move "S" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-chain-fate ws-chain-value
           perform until ws-eof
               read audit-file
                   at end
               end-read
           end-perform
           close audit-file archive-file new-audit-file
           move "E" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-chain-fate ws-chain-value
           if ws-rows-archived > 0
               perform write-directory-row
           end-if
           display "  audit rows read ........ " ws-rows-read
           display "  rows archived .......... " ws-rows-archived
           display "  rows retained .......... " ws-rows-retained
           display "  chain links found broken " ws-chain-value
           if ws-chain-value > 0
               display "repeat-audit-purge: the live audit chain was "
                   "already broken -- run REPEAT-AUDIT-CHK"
               move 4 to return-code
           end-if
           if ws-rows-archived + ws-rows-retained not = ws-rows-read
               display "repeat-audit-purge: OUT OF BALANCE -- "
                   "archived + retained differs from rows read"
           add 1 to ws-rows-read
           if aud-timestamp < pg-retain-from-ts
               write archive-audit-rec from repeat-audit-rec
               move "A" to ws-chain-fate
               add 1 to ws-rows-archived
               if aud-timestamp < ws-arch-low-ts
                   move aud-timestamp to ws-arch-low-ts
               end-if
           else
               write new-audit-rec from repeat-audit-rec
               move "K" to ws-chain-fate
               add 1 to ws-rows-retained
           end-if
           move "P" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-chain-fate ws-chain-value.

       write-directory-row.
           open extend arch-dir-file
