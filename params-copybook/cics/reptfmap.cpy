      ******************************************************************
      *    REPTFMAP symbolic map, as generated by BMS assembly of
      *    reptfmap.bms (mapset REPTFSET, map REPTFMAP). Hand-
      *    maintained here since this tree has no BMS assembler
      *    step; keep it in sync with reptfmap.bms if a field is
      *    added/resized.
      ******************************************************************
       01  reptfmapi.
           05  filler              pic x(12).
           05  ffuncl               pic s9(4) comp.
           05  ffuncf               pic x.
           05  filler redefines ffuncf.
               10  ffunca          pic x.
           05  ffunci               pic x(1).
           05  fccl                 pic s9(4) comp.
           05  fccf                 pic x.
           05  filler redefines fccf.
               10  fcca            pic x.
           05  fcci                 pic x(4).
           05  fnamel               pic s9(4) comp.
           05  fnamef               pic x.
           05  filler redefines fnamef.
               10  fnamea          pic x.
           05  fnamei               pic x(30).
           05  fmgrl                pic s9(4) comp.
           05  fmgrf                pic x.
           05  filler redefines fmgrf.
               10  fmgra           pic x.
           05  fmgri                pic x(8).
           05  fglacl               pic s9(4) comp.
           05  fglacf               pic x.
           05  filler redefines fglacf.
               10  fglaca          pic x.
           05  fglaci               pic x(8).
           05  factl                pic s9(4) comp.
           05  factf                pic x.
           05  filler redefines factf.
               10  facta           pic x.
           05  facti                pic x(1).
           05  feffl                pic s9(4) comp.
           05  fefff                pic x.
           05  filler redefines fefff.
               10  feffa           pic x.
           05  feffi                pic x(8).
           05  fexpl                pic s9(4) comp.
           05  fexpf                pic x.
           05  filler redefines fexpf.
               10  fexpa           pic x.
           05  fexpi                pic x(8).
           05  fmsgl                pic s9(4) comp.
           05  fmsgf                pic x.
           05  filler redefines fmsgf.
               10  fmsga           pic x.
           05  fmsgi                pic x(79).

       01  reptfmapo redefines reptfmapi.
           05  filler              pic x(12).
           05  filler               pic x(3).
           05  ffunco               pic x(1).
           05  filler               pic x(3).
           05  fcco                 pic x(4).
           05  filler               pic x(3).
           05  fnameo               pic x(30).
           05  filler               pic x(3).
           05  fmgro                pic x(8).
           05  filler               pic x(3).
           05  fglaco               pic x(8).
           05  filler               pic x(3).
           05  facto                pic x(1).
           05  filler               pic x(3).
           05  feffo                pic x(8).
           05  filler               pic x(3).
           05  fexpo                pic x(8).
           05  filler               pic x(3).
           05  fmsgo                pic x(79).
