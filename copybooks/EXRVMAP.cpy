      ******************************************************************
      * Hand-maintained symbolic map for MAPSET EXRVMSM / MAP EXRVMAP.
      * Keep in step with BMS/EXRVMAP.bms whenever a field is added,
      * resized, or moved. SCORE and MSG carry COLOR/HILIGHT
      * attributes in the BMS source and carry the matching
      * attribute/color/highlight bytes here, same as EXCLMAP. Only the
      * action and the queue key are keyed; the rest is shown only.
      ******************************************************************
       01  EXRVMAPI.
           05  FILLER                      PIC X(12).
           05  ACTIONL                     PIC S9(4) COMP.
           05  ACTIONF                     PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA                 PIC X.
           05  ACTIONI                     PIC X(1).
           05  APPLNOL                     PIC S9(4) COMP.
           05  APPLNOF                     PIC X.
           05  FILLER REDEFINES APPLNOF.
               10  APPLNOA                 PIC X.
           05  APPLNOI                     PIC X(10).
           05  PARTYL                      PIC S9(4) COMP.
           05  PARTYF                      PIC X.
           05  FILLER REDEFINES PARTYF.
               10  PARTYA                  PIC X.
           05  PARTYI                      PIC X(1).
           05  LISTSSNL                    PIC S9(4) COMP.
           05  LISTSSNF                    PIC X.
           05  FILLER REDEFINES LISTSSNF.
               10  LISTSSNA                PIC X.
           05  LISTSSNI                    PIC X(9).
      *
       01  EXRVMAPO REDEFINES EXRVMAPI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(3).
           05  ACTIONA                     PIC X.
           05  ACTIONO                     PIC X(1).
           05  FILLER                      PIC X(3).
           05  APPLNOA                     PIC X.
           05  APPLNOO                     PIC X(10).
           05  FILLER                      PIC X(3).
           05  PARTYA                      PIC X.
           05  PARTYO                      PIC X(1).
           05  FILLER                      PIC X(3).
           05  LISTSSNA                    PIC X.
           05  LISTSSNO                    PIC X(9).
           05  STATA                       PIC X.
           05  STATO                       PIC X(1).
           05  STATDSA                     PIC X.
           05  STATDSO                     PIC X(20).
           05  SCOREA                      PIC X.
           05  SCOREC                      PIC X.
           05  SCOREH                      PIC X.
           05  SCOREO                      PIC X(3).
           05  ALERTSA                     PIC X.
           05  ALERTSO                     PIC X(3).
           05  APLSTATA                    PIC X.
           05  APLSTATO                    PIC X(2).
           05  APLSTDSA                    PIC X.
           05  APLSTDSO                    PIC X(20).
           05  PSSNA                       PIC X.
           05  PSSNO                       PIC X(9).
           05  XSSNA                       PIC X.
           05  XSSNO                       PIC X(9).
           05  PLNAMEA                     PIC X.
           05  PLNAMEO                     PIC X(20).
           05  XLNAMEA                     PIC X.
           05  XLNAMEO                     PIC X(20).
           05  PFNAMEA                     PIC X.
           05  PFNAMEO                     PIC X(15).
           05  XFNAMEA                     PIC X.
           05  XFNAMEO                     PIC X(15).
           05  PDOBA                       PIC X.
           05  PDOBO                       PIC X(8).
           05  XDOBA                       PIC X.
           05  XDOBO                       PIC X(8).
           05  RSNCDA                      PIC X.
           05  RSNCDO                      PIC X(2).
           05  RSNDESCA                    PIC X.
           05  RSNDESCO                    PIC X(30).
           05  QDATEA                      PIC X.
           05  QDATEO                      PIC X(8).
           05  QBYA                        PIC X.
           05  QBYO                        PIC X(8).
           05  DDATEA                      PIC X.
           05  DDATEO                      PIC X(8).
           05  DBYA                        PIC X.
           05  DBYO                        PIC X(8).
           05  MSGA                        PIC X.
           05  MSGC                        PIC X.
           05  MSGH                        PIC X.
           05  MSGO                        PIC X(76).
