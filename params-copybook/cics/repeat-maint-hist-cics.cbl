      ******************************************************************
      *    Online change-history inquiry (transaction RPTH, mapset
      *    REPTHSET/REPTHMAP -- see repthmap.bms), in the RPTQ mold:
      *    the analyst keys the maintained master (STANDMST, PATTERNF,
      *    ENTITLEF, HOLCAL, or CCMST), a record id, and optionally a
      *    from-timestamp, and browses the MAINTMST change-history
      *    master -- each maintenance action shown with who made
      *    it, when, through which transaction, and the leading bytes
      *    of the before and after images. Key the last shown
      *    timestamp as the from-timestamp to page forward; the batch
      *    REPEAT-MAINT-INQ prints the full images.
      ******************************************************************

