      ******************************************************************
      *    REPEAT-AUDIT-SEAL-REC
      *    One row of the audit seal file (AUDSEAL), the protected
      *    dataset that lets the audit trail's chain (see
      *    repeat-audit-chain.cbl) be proved against values written
      *    somewhere the trail's own updaters cannot rewrite. Two
      *    kinds of row:
      *      "D"  the daily seal, written by REPEAT-AUDIT-SEAL: the
      *           rows appended to the live trail since the previous
      *           seal, the chain value they opened on, and the final
      *           chain value they closed on;
      *      "B"  a bridge, written by REPEAT-AUDIT-PURGE and
      *           REPEAT-RETAIN when a cut separates a row from the
      *           row it was chained to: SL-OPEN-CHAIN is the value
      *           the row now follows on its new file (zero when it
      *           opens the file), SL-FINAL-CHAIN the value it was
      *           chained to. A bridge is written only when the row's
      *           link was intact on the file being cut, so a break
      *           that was already there is never papered over.
      *    The file is only ever appended to.
      ******************************************************************
       01  repeat-audit-seal-rec.
           05  sl-type            pic x(1).
               88  sl-day-seal    value "D".
               88  sl-bridge      value "B".
           05  sl-seal-date       pic x(8).
           05  sl-sealed-ts       pic x(26).
      *    "D": rows in the sealed segment. "B": zero.
           05  sl-rows            pic 9(8).
           05  sl-open-chain      pic 9(9).
           05  sl-final-chain     pic 9(9).
      *    "D": timestamps of the segment's first and last rows in
      *    file order. "B": the bridged row's timestamp in both.
           05  sl-first-ts        pic x(26).
           05  sl-last-ts         pic x(26).
