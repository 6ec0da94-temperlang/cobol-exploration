           05  filler redefines sbdyf.
               10  sbdya           pic x.
           05  sbdyi                pic x(2).
           05  spatl                pic s9(4) comp.
           05  spatf                pic x.
           05  filler redefines spatf.
               10  spata           pic x.
           05  spati                pic x(8).
           05  smsgl                pic s9(4) comp.
           05  smsgf                pic x.
           05  filler redefines smsgf.
           05  filler               pic x(3).
           05  sbdyo                pic x(2).
           05  filler               pic x(3).
           05  spato                pic x(8).
           05  filler               pic x(3).
           05  smsgo                pic x(79).
