      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM766M                                          *
      *   MAPSET:   PDDM766M          MAP:  PDDM766S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE PHARMACY MAC APPEAL SCREEN (TRANID     *
      *   W766, PROGRAM PDDM7588).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM766M, MAP  *
      *   PDDM766S, THE SAME WAY PDDM757M WAS.  APPEAL NUMBER,        *
      *   PHARMACY, NDC, GCN, INVOICE ACQUISITION COST PER UNIT,      *
      *   APPROVED MAC, REASON AND THE ACTION CODE (O/A/D/I) IN; THE  *
      *   SAME FIELDS PLUS THE MAC IN FORCE, THE APPEAL STATUS LINE   *
      *   AND AN OPERATOR MESSAGE LINE OUT.                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM766MI.
           05  FILLER                      PIC X(00012).
           05  APPLNUML                    PIC S9(00004) COMP.
           05  APPLNUMF                    PIC  X(00001).
           05  FILLER REDEFINES APPLNUMF.
               10  APPLNUMA                PIC  X(00001).
           05  APPLNUMI                    PIC  X(00009).
           05  PROVIDL                     PIC S9(00004) COMP.
           05  PROVIDF                     PIC  X(00001).
           05  FILLER REDEFINES PROVIDF.
               10  PROVIDA                 PIC  X(00001).
           05  PROVIDI                     PIC  X(00015).
           05  NDCL                        PIC S9(00004) COMP.
           05  NDCF                        PIC  X(00001).
           05  FILLER REDEFINES NDCF.
               10  NDCA                    PIC  X(00001).
           05  NDCI                        PIC  X(00011).
           05  GCNL                        PIC S9(00004) COMP.
           05  GCNF                        PIC  X(00001).
           05  FILLER REDEFINES GCNF.
               10  GCNA                    PIC  X(00001).
           05  GCNI                        PIC  X(00009).
           05  INVAMTL                     PIC S9(00004) COMP.
           05  INVAMTF                     PIC  X(00001).
           05  FILLER REDEFINES INVAMTF.
               10  INVAMTA                 PIC  X(00001).
           05  INVAMTI                     PIC  X(00012).
           05  CURMACL                     PIC S9(00004) COMP.
           05  CURMACF                     PIC  X(00001).
           05  FILLER REDEFINES CURMACF.
               10  CURMACA                 PIC  X(00001).
           05  CURMACI                     PIC  X(00012).
           05  NEWMACL                     PIC S9(00004) COMP.
           05  NEWMACF                     PIC  X(00001).
           05  FILLER REDEFINES NEWMACF.
               10  NEWMACA                 PIC  X(00001).
           05  NEWMACI                     PIC  X(00012).
           05  RSNTXL                      PIC S9(00004) COMP.
           05  RSNTXF                      PIC  X(00001).
           05  FILLER REDEFINES RSNTXF.
               10  RSNTXA                  PIC  X(00001).
           05  RSNTXI                      PIC  X(00030).
           05  STATL                       PIC S9(00004) COMP.
           05  STATF                       PIC  X(00001).
           05  FILLER REDEFINES STATF.
               10  STATA                   PIC  X(00001).
           05  STATI                       PIC  X(00075).
           05  ACTCDL                      PIC S9(00004) COMP.
           05  ACTCDF                      PIC  X(00001).
           05  FILLER REDEFINES ACTCDF.
               10  ACTCDA                  PIC  X(00001).
           05  ACTCDI                      PIC  X(00001).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM766MO REDEFINES PDDM766MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  APPLNUMO                    PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  PROVIDO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  NDCO                        PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  GCNO                        PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  INVAMTO                     PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  CURMACO                     PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  NEWMACO                     PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  RSNTXO                      PIC  X(00030).
           05  FILLER                      PIC  X(00003).
           05  STATO                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).

