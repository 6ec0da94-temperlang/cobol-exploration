      *    file under the same timestamp (see repeat-vault-rec.cpy)
      *    and the trail row carries asterisks -- compliance keeps
      *    its trail without the trail itself becoming the exposure.
      *    Each row is chained to the one before it on the trail
      *    (REPEAT-AUDIT-CHAIN) as the last thing before it is
      *    written, after any masking. A chained request's rows
      *    carry the link REPEAT-AUDIT-LINK holds for it.
      ******************************************************************

       environment division.

       working-storage section.
       01  ws-mask-len        pic 9(4) comp-5.
       01  ws-chain-function  pic x(1).
       01  ws-chain-fate      pic x(1) value space.
       01  ws-chain-value     pic 9(9) comp-5 value 0.
       01  ws-link-function   pic x(1) value "G".

       linkage section.
       01  aud-in-in-str      pic x(80).
               aud-in-classified
               aud-in-engine
               aud-in-mode.
           move "I" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-chain-fate ws-chain-value
           open extend audit-file
           move function current-date to aud-timestamp
           move aud-in-in-str to aud-in-str
           end-if
           move aud-in-engine to aud-engine
           move aud-in-mode to aud-mode
           call "repeat-audit-link" using ws-link-function
               aud-pred-link
           move "N" to ws-chain-function
           call "repeat-audit-chain" using ws-chain-function
               repeat-audit-rec ws-chain-fate ws-chain-value
           write repeat-audit-rec
           close audit-file
           goback.
