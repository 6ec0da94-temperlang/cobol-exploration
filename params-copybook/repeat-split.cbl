      *    inside the batch window. The SYSIN control card carries the
      *    partition count and the cut keys (a record goes to the first
      *    partition whose cut key is >= its RT-KEY; the last partition
      *    takes everything above the last cut); REPEAT-SPLIT-PLAN
      *    writes the card from the night's workload. Writes TRANSOUT1-4
      *    plus the split control record REPEAT-MERGE uses to verify
      *    the recombined totals.
      ******************************************************************
