      ******************************************************************
      *    REPTKMAP symbolic map, as generated by BMS assembly of
      *    reptkmap.bms (mapset REPTKSET, map REPTKMAP). Hand-
      *    maintained here since this tree has no BMS assembler
      *    step; keep it in sync with reptkmap.bms if a field is
      *    added/resized. The twelve browse lines are kept as an
      *    OCCURS, the RPTQ arrangement.
      ******************************************************************
       01  reptkmapi.
           05  filler              pic x(12).
           05  kfuncl               pic s9(4) comp.
           05  kfuncf               pic x.
           05  filler redefines kfuncf.
               10  kfunca          pic x.
           05  kfunci               pic x(1).
           05  kdatel               pic s9(4) comp.
           05  kdatef               pic x.
           05  filler redefines kdatef.
               10  kdatea          pic x.
           05  kdatei               pic x(8).
           05  kregnl               pic s9(4) comp.
           05  kregnf               pic x.
           05  filler redefines kregnf.
               10  kregna          pic x.
           05  kregni               pic x(4).
           05  kdescl               pic s9(4) comp.
           05  kdescf               pic x.
           05  filler redefines kdescf.
               10  kdesca          pic x.
           05  kdesci               pic x(30).
           05  kdtlg occurs 12 times.
               10  kdtll            pic s9(4) comp.
               10  kdtlf            pic x.
               10  kdtli            pic x(79).
           05  kmsgl                pic s9(4) comp.
           05  kmsgf                pic x.
           05  filler redefines kmsgf.
               10  kmsga           pic x.
           05  kmsgi                pic x(79).

       01  reptkmapo redefines reptkmapi.
           05  filler              pic x(12).
           05  filler               pic x(3).
           05  kfunco               pic x(1).
           05  filler               pic x(3).
           05  kdateo               pic x(8).
           05  filler               pic x(3).
           05  kregno               pic x(4).
           05  filler               pic x(3).
           05  kdesco               pic x(30).
           05  kdtlgo occurs 12 times.
               10  filler           pic x(3).
               10  kdtlo            pic x(79).
           05  filler               pic x(3).
           05  kmsgo                pic x(79).
