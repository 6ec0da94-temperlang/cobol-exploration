      *    but does not audit itself (see the note there); REPEAT-BATCH
      *    calls this once per flushed vector batch so the audit I/O
      *    stays amortized the same way the repeat_string/rep_repeat_
      *    cobol CALL already is. Each row is chained to the one
      *    before it (REPEAT-AUDIT-CHAIN), as REPEAT-AUDIT chains,
      *    and carries the chain link REPEAT-AUDIT-LINK holds.
      ******************************************************************

       environment division.
       working-storage section.
       01  ws-idx        pic 9(4) comp-5.
       01  ws-mask-len   pic 9(4) comp-5.
       01  ws-chain-function pic x(1).
       01  ws-chain-fate    pic x(1) value space.
       01  ws-chain-value   pic 9(9) comp-5 value 0.
       01  ws-link-function pic x(1) value "G".
       01  ws-vault-open-sw pic x value "n".
           88  ws-vault-open value "y".

           using
               repeat-vec-count
               repeat-vec-table.
           move "I" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-chain-fate ws-chain-value
           open extend audit-file
           perform varying ws-idx from 1 by 1
               until ws-idx > repeat-vec-count
               end-if
               move rv-engine(ws-idx) to aud-engine
               move rv-mode(ws-idx) to aud-mode
               call "repeat-audit-link" using ws-link-function
                   aud-pred-link
               move "N" to ws-chain-function
               call "repeat-audit-chain" using ws-chain-function
                   repeat-audit-rec ws-chain-fate ws-chain-value
               write repeat-audit-rec
           end-perform
           close audit-file
