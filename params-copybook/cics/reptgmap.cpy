      ******************************************************************
      *    REPTGMAP symbolic map, as generated by BMS assembly of
      *    reptgmap.bms (mapset REPTGSET, map REPTGMAP). Hand-
      *    maintained here since this tree has no BMS assembler
      *    step; keep it in sync with reptgmap.bms if a field is
      *    added/resized.
      ******************************************************************
       01  reptgmapi.
           05  filler              pic x(12).
           05  gfuncl               pic s9(4) comp.
           05  gfuncf               pic x.
           05  filler redefines gfuncf.
               10  gfunca          pic x.
           05  gfunci               pic x(1).
           05  gsrcl                pic s9(4) comp.
           05  gsrcf                pic x.
           05  filler redefines gsrcf.
               10  gsrca           pic x.
           05  gsrci                pic x(1).
           05  greql                pic s9(4) comp.
           05  greqf                pic x.
           05  filler redefines greqf.
               10  greqa           pic x.
           05  greqi                pic x(8).
           05  gdatel               pic s9(4) comp.
           05  gdatef               pic x.
           05  filler redefines gdatef.
               10  gdatea          pic x.
           05  gdatei               pic x(8).
           05  gstatl               pic s9(4) comp.
           05  gstatf               pic x.
           05  filler redefines gstatf.
               10  gstata          pic x.
           05  gstati               pic x(1).
           05  guserl               pic s9(4) comp.
           05  guserf               pic x.
           05  filler redefines guserf.
               10  gusera          pic x.
           05  guseri               pic x(8).
           05  gccl                 pic s9(4) comp.
           05  gccf                 pic x.
           05  filler redefines gccf.
               10  gcca            pic x.
           05  gcci                 pic x(4).
           05  gstrl                pic s9(4) comp.
           05  gstrf                pic x.
           05  filler redefines gstrf.
               10  gstra           pic x.
           05  gstri                pic x(60).
           05  gcountl              pic s9(4) comp.
           05  gcountf              pic x.
           05  filler redefines gcountf.
               10  gcounta         pic x.
           05  gcounti              pic x(4).
           05  gmodel               pic s9(4) comp.
           05  gmodef               pic x.
           05  filler redefines gmodef.
               10  gmodea          pic x.
           05  gmodei               pic x(1).
           05  gbytesl              pic s9(4) comp.
           05  gbytesf              pic x.
           05  filler redefines gbytesf.
               10  gbytesa         pic x.
           05  gbytesi              pic x(12).
           05  grecsl               pic s9(4) comp.
           05  grecsf               pic x.
           05  filler redefines grecsf.
               10  grecsa          pic x.
           05  grecsi               pic x(8).
           05  gheldl               pic s9(4) comp.
           05  gheldf               pic x.
           05  filler redefines gheldf.
               10  ghelda          pic x.
           05  gheldi               pic x(26).
           05  gdecbyl              pic s9(4) comp.
           05  gdecbyf              pic x.
           05  filler redefines gdecbyf.
               10  gdecbya         pic x.
           05  gdecbyi              pic x(8).
           05  gcmtl                pic s9(4) comp.
           05  gcmtf                pic x.
           05  filler redefines gcmtf.
               10  gcmta           pic x.
           05  gcmti                pic x(40).
           05  gmsgl                pic s9(4) comp.
           05  gmsgf                pic x.
           05  filler redefines gmsgf.
               10  gmsga           pic x.
           05  gmsgi                pic x(79).

       01  reptgmapo redefines reptgmapi.
           05  filler              pic x(12).
           05  filler               pic x(3).
           05  gfunco               pic x(1).
           05  filler               pic x(3).
           05  gsrco                pic x(1).
           05  filler               pic x(3).
           05  greqo                pic x(8).
           05  filler               pic x(3).
           05  gdateo               pic x(8).
           05  filler               pic x(3).
           05  gstato               pic x(1).
           05  filler               pic x(3).
           05  gusero               pic x(8).
           05  filler               pic x(3).
           05  gcco                 pic x(4).
           05  filler               pic x(3).
           05  gstro                pic x(60).
           05  filler               pic x(3).
           05  gcounto              pic x(4).
           05  filler               pic x(3).
           05  gmodeo               pic x(1).
           05  filler               pic x(3).
           05  gbyteso              pic x(12).
           05  filler               pic x(3).
           05  grecso               pic x(8).
           05  filler               pic x(3).
           05  gheldo               pic x(26).
           05  filler               pic x(3).
           05  gdecbyo              pic x(8).
           05  filler               pic x(3).
           05  gcmto                pic x(40).
           05  filler               pic x(3).
           05  gmsgo                pic x(79).
