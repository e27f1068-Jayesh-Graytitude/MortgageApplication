      ******************************************************************
      * Hand-maintained symbolic map for MAPSET LMNTMSM / MAP LMNTMAP.
      * Keep in step with BMS/LMNTMAP.bms whenever a field is added,
      * resized, or moved. MSG carries COLOR/HILIGHT attributes in the
      * BMS source and carries the matching attribute/color/highlight
      * bytes here, same as EXCLMAP and LINQMAP. The unprotected
      * fields are all input/output; status, SSN and co-borrower flag
      * are shown only.
      ******************************************************************
       01  LMNTMAPI.
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
           05  BLNAMEL                     PIC S9(4) COMP.
           05  BLNAMEF                     PIC X.
           05  FILLER REDEFINES BLNAMEF.
               10  BLNAMEA                 PIC X.
           05  BLNAMEI                     PIC X(20).
           05  BFNAMEL                     PIC S9(4) COMP.
           05  BFNAMEF                     PIC X.
           05  FILLER REDEFINES BFNAMEF.
               10  BFNAMEA                 PIC X.
           05  BFNAMEI                     PIC X(15).
           05  BMIL                        PIC S9(4) COMP.
           05  BMIF                        PIC X.
           05  FILLER REDEFINES BMIF.
               10  BMIA                    PIC X.
           05  BMII                        PIC X(1).
           05  BDOBL                       PIC S9(4) COMP.
           05  BDOBF                       PIC X.
           05  FILLER REDEFINES BDOBF.
               10  BDOBA                   PIC X.
           05  BDOBI                       PIC X(8).
           05  BINCL                       PIC S9(4) COMP.
           05  BINCF                       PIC X.
           05  FILLER REDEFINES BINCF.
               10  BINCA                   PIC X.
           05  BINCI                       PIC X(9).
           05  BDEBTL                      PIC S9(4) COMP.
           05  BDEBTF                      PIC X.
           05  FILLER REDEFINES BDEBTF.
               10  BDEBTA                  PIC X.
           05  BDEBTI                      PIC X(9).
           05  CLNAMEL                     PIC S9(4) COMP.
           05  CLNAMEF                     PIC X.
           05  FILLER REDEFINES CLNAMEF.
               10  CLNAMEA                 PIC X.
           05  CLNAMEI                     PIC X(20).
           05  CFNAMEL                     PIC S9(4) COMP.
           05  CFNAMEF                     PIC X.
           05  FILLER REDEFINES CFNAMEF.
               10  CFNAMEA                 PIC X.
           05  CFNAMEI                     PIC X(15).
           05  CMIL                        PIC S9(4) COMP.
           05  CMIF                        PIC X.
           05  FILLER REDEFINES CMIF.
               10  CMIA                    PIC X.
           05  CMII                        PIC X(1).
           05  CDOBL                       PIC S9(4) COMP.
           05  CDOBF                       PIC X.
           05  FILLER REDEFINES CDOBF.
               10  CDOBA                   PIC X.
           05  CDOBI                       PIC X(8).
           05  CINCL                       PIC S9(4) COMP.
           05  CINCF                       PIC X.
           05  FILLER REDEFINES CINCF.
               10  CINCA                   PIC X.
           05  CINCI                       PIC X(9).
           05  CDEBTL                      PIC S9(4) COMP.
           05  CDEBTF                      PIC X.
           05  FILLER REDEFINES CDEBTF.
               10  CDEBTA                  PIC X.
           05  CDEBTI                      PIC X(9).
           05  PADDRL                      PIC S9(4) COMP.
           05  PADDRF                      PIC X.
           05  FILLER REDEFINES PADDRF.
               10  PADDRA                  PIC X.
           05  PADDRI                      PIC X(30).
           05  PCITYL                      PIC S9(4) COMP.
           05  PCITYF                      PIC X.
           05  FILLER REDEFINES PCITYF.
               10  PCITYA                  PIC X.
           05  PCITYI                      PIC X(20).
           05  PSTATEL                     PIC S9(4) COMP.
           05  PSTATEF                     PIC X.
           05  FILLER REDEFINES PSTATEF.
               10  PSTATEA                 PIC X.
           05  PSTATEI                     PIC X(2).
           05  PZIPL                       PIC S9(4) COMP.
           05  PZIPF                       PIC X.
           05  FILLER REDEFINES PZIPF.
               10  PZIPA                   PIC X.
           05  PZIPI                       PIC X(9).
           05  PCNTYL                      PIC S9(4) COMP.
           05  PCNTYF                      PIC X.
           05  FILLER REDEFINES PCNTYF.
               10  PCNTYA                  PIC X.
           05  PCNTYI                      PIC X(3).
           05  PVALUEL                     PIC S9(4) COMP.
           05  PVALUEF                     PIC X.
           05  FILLER REDEFINES PVALUEF.
               10  PVALUEA                 PIC X.
           05  PVALUEI                     PIC X(11).
           05  LNAMTL                      PIC S9(4) COMP.
           05  LNAMTF                      PIC X.
           05  FILLER REDEFINES LNAMTF.
               10  LNAMTA                  PIC X.
           05  LNAMTI                      PIC X(11).
           05  LNTYPEL                     PIC S9(4) COMP.
           05  LNTYPEF                     PIC X.
           05  FILLER REDEFINES LNTYPEF.
               10  LNTYPEA                 PIC X.
           05  LNTYPEI                     PIC X(2).
           05  LNTERML                     PIC S9(4) COMP.
           05  LNTERMF                     PIC X.
           05  FILLER REDEFINES LNTERMF.
               10  LNTERMA                 PIC X.
           05  LNTERMI                     PIC X(3).
           05  HHSIZEL                     PIC S9(4) COMP.
           05  HHSIZEF                     PIC X.
           05  FILLER REDEFINES HHSIZEF.
               10  HHSIZEA                 PIC X.
           05  HHSIZEI                     PIC X(2).
           05  PTAXL                       PIC S9(4) COMP.
           05  PTAXF                       PIC X.
           05  FILLER REDEFINES PTAXF.
               10  PTAXA                   PIC X.
           05  PTAXI                       PIC X(9).
           05  HAZINSL                     PIC S9(4) COMP.
           05  HAZINSF                     PIC X.
           05  FILLER REDEFINES HAZINSF.
               10  HAZINSA                 PIC X.
           05  HAZINSI                     PIC X(9).
           05  RSN1L                       PIC S9(4) COMP.
           05  RSN1F                       PIC X.
           05  FILLER REDEFINES RSN1F.
               10  RSN1A                   PIC X.
           05  RSN1I                       PIC X(2).
           05  RSN2L                       PIC S9(4) COMP.
           05  RSN2F                       PIC X.
           05  FILLER REDEFINES RSN2F.
               10  RSN2A                   PIC X.
           05  RSN2I                       PIC X(2).
           05  RSN3L                       PIC S9(4) COMP.
           05  RSN3F                       PIC X.
           05  FILLER REDEFINES RSN3F.
               10  RSN3A                   PIC X.
           05  RSN3I                       PIC X(2).
           05  COND1L                      PIC S9(4) COMP.
           05  COND1F                      PIC X.
           05  FILLER REDEFINES COND1F.
               10  COND1A                  PIC X.
           05  COND1I                      PIC X(4).
           05  COND2L                      PIC S9(4) COMP.
           05  COND2F                      PIC X.
           05  FILLER REDEFINES COND2F.
               10  COND2A                  PIC X.
           05  COND2I                      PIC X(4).
           05  COND3L                      PIC S9(4) COMP.
           05  COND3F                      PIC X.
           05  FILLER REDEFINES COND3F.
               10  COND3A                  PIC X.
           05  COND3I                      PIC X(4).
           05  WDDATEL                     PIC S9(4) COMP.
           05  WDDATEF                     PIC X.
           05  FILLER REDEFINES WDDATEF.
               10  WDDATEA                 PIC X.
           05  WDDATEI                     PIC X(8).
      *
       01  LMNTMAPO REDEFINES LMNTMAPI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(3).
           05  ACTIONA                     PIC X.
           05  ACTIONO                     PIC X(1).
           05  FILLER                      PIC X(3).
           05  APPLNOA                     PIC X.
           05  APPLNOO                     PIC X(10).
           05  STATA                       PIC X.
           05  STATO                       PIC X(2).
           05  STATDSA                     PIC X.
           05  STATDSO                     PIC X(20).
           05  SSNA                        PIC X.
           05  SSNO                        PIC X(9).
           05  COBFLGA                     PIC X.
           05  COBFLGO                     PIC X(1).
           05  FILLER                      PIC X(3).
           05  BLNAMEA                     PIC X.
           05  BLNAMEO                     PIC X(20).
           05  FILLER                      PIC X(3).
           05  BFNAMEA                     PIC X.
           05  BFNAMEO                     PIC X(15).
           05  FILLER                      PIC X(3).
           05  BMIA                        PIC X.
           05  BMIO                        PIC X(1).
           05  FILLER                      PIC X(3).
           05  BDOBA                       PIC X.
           05  BDOBO                       PIC X(8).
           05  FILLER                      PIC X(3).
           05  BINCA                       PIC X.
           05  BINCO                       PIC X(9).
           05  FILLER                      PIC X(3).
           05  BDEBTA                      PIC X.
           05  BDEBTO                      PIC X(9).
           05  FILLER                      PIC X(3).
           05  CLNAMEA                     PIC X.
           05  CLNAMEO                     PIC X(20).
           05  FILLER                      PIC X(3).
           05  CFNAMEA                     PIC X.
           05  CFNAMEO                     PIC X(15).
           05  FILLER                      PIC X(3).
           05  CMIA                        PIC X.
           05  CMIO                        PIC X(1).
           05  FILLER                      PIC X(3).
           05  CDOBA                       PIC X.
           05  CDOBO                       PIC X(8).
           05  FILLER                      PIC X(3).
           05  CINCA                       PIC X.
           05  CINCO                       PIC X(9).
           05  FILLER                      PIC X(3).
           05  CDEBTA                      PIC X.
           05  CDEBTO                      PIC X(9).
           05  FILLER                      PIC X(3).
           05  PADDRA                      PIC X.
           05  PADDRO                      PIC X(30).
           05  FILLER                      PIC X(3).
           05  PCITYA                      PIC X.
           05  PCITYO                      PIC X(20).
           05  FILLER                      PIC X(3).
           05  PSTATEA                     PIC X.
           05  PSTATEO                     PIC X(2).
           05  FILLER                      PIC X(3).
           05  PZIPA                       PIC X.
           05  PZIPO                       PIC X(9).
           05  FILLER                      PIC X(3).
           05  PCNTYA                      PIC X.
           05  PCNTYO                      PIC X(3).
           05  FILLER                      PIC X(3).
           05  PVALUEA                     PIC X.
           05  PVALUEO                     PIC X(11).
           05  FILLER                      PIC X(3).
           05  LNAMTA                      PIC X.
           05  LNAMTO                      PIC X(11).
           05  FILLER                      PIC X(3).
           05  LNTYPEA                     PIC X.
           05  LNTYPEO                     PIC X(2).
           05  FILLER                      PIC X(3).
           05  LNTERMA                     PIC X.
           05  LNTERMO                     PIC X(3).
           05  FILLER                      PIC X(3).
           05  HHSIZEA                     PIC X.
           05  HHSIZEO                     PIC X(2).
           05  FILLER                      PIC X(3).
           05  PTAXA                       PIC X.
           05  PTAXO                       PIC X(9).
           05  FILLER                      PIC X(3).
           05  HAZINSA                     PIC X.
           05  HAZINSO                     PIC X(9).
           05  FILLER                      PIC X(3).
           05  RSN1A                       PIC X.
           05  RSN1O                       PIC X(2).
           05  FILLER                      PIC X(3).
           05  RSN2A                       PIC X.
           05  RSN2O                       PIC X(2).
           05  FILLER                      PIC X(3).
           05  RSN3A                       PIC X.
           05  RSN3O                       PIC X(2).
           05  FILLER                      PIC X(3).
           05  COND1A                      PIC X.
           05  COND1O                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  COND2A                      PIC X.
           05  COND2O                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  COND3A                      PIC X.
           05  COND3O                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  WDDATEA                     PIC X.
           05  WDDATEO                     PIC X(8).
           05  MSGA                        PIC X.
           05  MSGC                        PIC X.
           05  MSGH                        PIC X.
           05  MSGO                        PIC X(76).
