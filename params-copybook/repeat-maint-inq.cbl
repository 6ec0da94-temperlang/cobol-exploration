      *    Batch change-history inquiry against the keyed MAINTMST
      *    master built by REPEAT-MAINT-LOAD, in the
      *    REPEAT-AUDIT-INQ style: the SYSIN card names the
      *    maintained file (STANDMST, PATTERNF, ENTITLEF, HOLCAL, or
      *    CCMST), the record id, and an optional from/to timestamp
      *    range, and every maintenance action in range prints with
      *    its function, the signed-on user, the transaction, and the
      *    before and after record images -- "who changed this
      *    pattern, and what did it say before" is one job.
      ******************************************************************

       environment division.
