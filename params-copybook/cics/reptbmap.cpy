      ******************************************************************
      *    REPTBMAP symbolic map, as generated by BMS assembly of
      *    reptbmap.bms (mapset REPTBSET, map REPTBMAP). Hand-
      *    maintained here since this tree has no BMS assembler
      *    step; keep it in sync with reptbmap.bms if a field is
      *    added/resized. The ten detail lines -- two per run
      *    identity -- are kept as an OCCURS, the RPTQ arrangement;
      *    the output side names each line's attribute byte so a
      *    stale leg can be brightened.
      ******************************************************************
       01  reptbmapi.
           05  filler              pic x(12).
           05  bstalel              pic s9(4) comp.
           05  bstalef              pic x.
           05  filler redefines bstalef.
               10  bstalea         pic x.
           05  bstalei              pic x(3).
           05  bnowl                pic s9(4) comp.
           05  bnowf                pic x.
           05  filler redefines bnowf.
               10  bnowa           pic x.
           05  bnowi                pic x(40).
           05  bdtlg occurs 10 times.
               10  bdtll            pic s9(4) comp.
               10  bdtlf            pic x.
               10  bdtli            pic x(79).
           05  bmsgl                pic s9(4) comp.
           05  bmsgf                pic x.
           05  filler redefines bmsgf.
               10  bmsga           pic x.
           05  bmsgi                pic x(79).

       01  reptbmapo redefines reptbmapi.
           05  filler              pic x(12).
           05  filler               pic x(3).
           05  bstaleo              pic x(3).
           05  filler               pic x(3).
           05  bnowo                pic x(40).
           05  bdtlgo occurs 10 times.
               10  filler           pic x(2).
               10  bdtla            pic x.
               10  bdtlo            pic x(79).
           05  filler               pic x(3).
           05  bmsgo                pic x(79).
