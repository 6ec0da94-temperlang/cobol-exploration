      ******************************************************************
      *    REPTNMAP symbolic map, as generated by BMS assembly of
      *    reptnmap.bms (mapset REPTNSET, map REPTNMAP). Hand-maintained
      *    here since this tree has no BMS assembler step; keep it in
      *    sync with reptnmap.bms by hand if a field is added/resized.
      ******************************************************************
       01  reptnmapi.
           05  filler              pic x(12).
           05  nfuncl               pic s9(4) comp.
           05  nfuncf               pic x.
           05  filler redefines nfuncf.
               10  nfunca          pic x.
           05  nfunci               pic x(1).
           05  nidl                 pic s9(4) comp.
           05  nidf                 pic x.
           05  filler redefines nidf.
               10  nida            pic x.
           05  nidi                 pic x(8).
           05  ntypel               pic s9(4) comp.
           05  ntypef               pic x.
           05  filler redefines ntypef.
               10  ntypea          pic x.
           05  ntypei               pic x(1).
           05  nmaxl                pic s9(4) comp.
           05  nmaxf                pic x.
           05  filler redefines nmaxf.
               10  nmaxa           pic x.
           05  nmaxi                pic x(4).
           05  nnatl                pic s9(4) comp.
           05  nnatf                pic x.
           05  filler redefines nnatf.
               10  nnata           pic x.
           05  nnati                pic x(1).
           05  nfilll               pic s9(4) comp.
           05  nfillf               pic x.
           05  filler redefines nfillf.
               10  nfilla          pic x.
           05  nfilli               pic x(1).
           05  nunml                pic s9(4) comp.
           05  nunmf                pic x.
           05  filler redefines nunmf.
               10  nunma           pic x.
           05  nunmi                pic x(1).
           05  ndreql               pic s9(4) comp.
           05  ndreqf               pic x.
           05  filler redefines ndreqf.
               10  ndreqa          pic x.
           05  ndreqi               pic x(8).
           05  nureql               pic s9(4) comp.
           05  nureqf               pic x.
           05  filler redefines nureqf.
               10  nureqa          pic x.
           05  nureqi               pic x(12).
           05  nlreql               pic s9(4) comp.
           05  nlreqf               pic x.
           05  filler redefines nlreqf.
               10  nlreqa          pic x.
           05  nlreqi               pic x(12).
           05  ndbytl               pic s9(4) comp.
           05  ndbytf               pic x.
           05  filler redefines ndbytf.
               10  ndbyta          pic x.
           05  ndbyti               pic x(12).
           05  nubytl               pic s9(4) comp.
           05  nubytf               pic x.
           05  filler redefines nubytf.
               10  nubyta          pic x.
           05  nubyti               pic x(12).
           05  nlbytl               pic s9(4) comp.
           05  nlbytf               pic x.
           05  filler redefines nlbytf.
               10  nlbyta          pic x.
           05  nlbyti               pic x(12).
           05  nrqbyl               pic s9(4) comp.
           05  nrqbyf               pic x.
           05  filler redefines nrqbyf.
               10  nrqbya          pic x.
           05  nrqbyi               pic x(8).
           05  napbyl               pic s9(4) comp.
           05  napbyf               pic x.
           05  filler redefines napbyf.
               10  napbya          pic x.
           05  napbyi               pic x(8).
           05  nmsgl                pic s9(4) comp.
           05  nmsgf                pic x.
           05  filler redefines nmsgf.
               10  nmsga           pic x.
           05  nmsgi                pic x(79).

       01  reptnmapo redefines reptnmapi.
           05  filler              pic x(12).
           05  filler               pic x(3).
           05  nfunco               pic x(1).
           05  filler               pic x(3).
           05  nido                 pic x(8).
           05  filler               pic x(3).
           05  ntypeo               pic x(1).
           05  filler               pic x(3).
           05  nmaxo                pic x(4).
           05  filler               pic x(3).
           05  nnato                pic x(1).
           05  filler               pic x(3).
           05  nfillo               pic x(1).
           05  filler               pic x(3).
           05  nunmo                pic x(1).
           05  filler               pic x(3).
           05  ndreqo               pic x(8).
           05  filler               pic x(3).
           05  nureqo               pic x(12).
           05  filler               pic x(3).
           05  nlreqo               pic x(12).
           05  filler               pic x(3).
           05  ndbyto               pic x(12).
           05  filler               pic x(3).
           05  nubyto               pic x(12).
           05  filler               pic x(3).
           05  nlbyto               pic x(12).
           05  filler               pic x(3).
           05  nrqbyo               pic x(8).
           05  filler               pic x(3).
           05  napbyo               pic x(8).
           05  filler               pic x(3).
           05  nmsgo                pic x(79).
