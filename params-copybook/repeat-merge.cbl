       data division.
       file section.
      *    all five files carry the variable-length result layout
      *    (20-byte prefix + the trimmed output buffer).
       fd  result1-file
           record is varying in size from 20 to 820 characters
               depending on ws-leg1-len.
       copy repeat-result-rec
           replacing leading ==repeat-result== by ==result1==
                     leading ==rr-== by ==r1-==.

       fd  result2-file
           record is varying in size from 20 to 820 characters
               depending on ws-leg2-len.
       copy repeat-result-rec
           replacing leading ==repeat-result== by ==result2==
                     leading ==rr-== by ==r2-==.

       fd  result3-file
           record is varying in size from 20 to 820 characters
               depending on ws-leg3-len.
       copy repeat-result-rec
           replacing leading ==repeat-result== by ==result3==
                     leading ==rr-== by ==r3-==.

       fd  result4-file
           record is varying in size from 20 to 820 characters
               depending on ws-leg4-len.
       copy repeat-result-rec
           replacing leading ==repeat-result== by ==result4==
                     leading ==rr-== by ==r4-==.

       fd  merged-file
           record is varying in size from 20 to 820 characters
               depending on ws-merged-len.
       copy repeat-result-rec.

           if ws-pick-idx > 0
               evaluate ws-pick-idx
                   when 1
                       compute ws-merged-len = 20 + r1-len
                       write repeat-result-rec from result1-rec
                   when 2
                       compute ws-merged-len = 20 + r2-len
                       write repeat-result-rec from result2-rec
                   when 3
                       compute ws-merged-len = 20 + r3-len
                       write repeat-result-rec from result3-rec
                   when other
                       compute ws-merged-len = 20 + r4-len
                       write repeat-result-rec from result4-rec
               end-evaluate
               add 1 to ws-merged-count
