           05  CLDTO                       PIC X(8).
           05  FNDTA                       PIC X.
           05  FNDTO                       PIC X(8).
           05  OPNCNDA                     PIC X.
           05  OPNCNDO                     PIC X(3).
           05  PTFCNDA                     PIC X.
           05  PTFCNDO                     PIC X(3).
           05  HPAGEA                      PIC X.
           05  HPAGEO                      PIC X(16).
           05  HIST1A                      PIC X.
           05  HIST1O                      PIC X(76).
           05  HIST2A                      PIC X.
           05  HIST2O                      PIC X(76).
           05  HIST3A                      PIC X.
           05  HIST3O                      PIC X(76).
           05  HIST4A                      PIC X.
           05  HIST4O                      PIC X(76).
           05  MSGA                        PIC X.
           05  MSGC                        PIC X.
           05  MSGH                        PIC X.
