      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM765M                                          *
      *   MAPSET:   PDDM765M          MAP:  PDDM765S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE STATE MAC LIST MAINTENANCE SCREEN      *
      *   (TRANID W765, PROGRAM PDDM7587).  HAND-BUILT TO MATCH THE   *
      *   LAYOUT A BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET       *
      *   PDDM765M, MAP PDDM765S, THE SAME WAY PDDM757M WAS.  GCN,    *
      *   EFFECTIVE DATE RANGE, MAC UNIT PRICE AND THE ACTION CODE    *
      *   (A/C/E/I) IN; THE SAME FIELDS PLUS THE ROW SOURCE, THE      *
      *   APPEAL THAT SET IT, THE LAST UPDATER AND AN OPERATOR        *
      *   MESSAGE LINE OUT.                                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM765MI.
           05  FILLER                      PIC X(00012).
           05  GCNL                        PIC S9(00004) COMP.
           05  GCNF                        PIC  X(00001).
           05  FILLER REDEFINES GCNF.
               10  GCNA                    PIC  X(00001).
           05  GCNI                        PIC  X(00009).
           05  BEGDTL                      PIC S9(00004) COMP.
           05  BEGDTF                      PIC  X(00001).
           05  FILLER REDEFINES BEGDTF.
               10  BEGDTA                  PIC  X(00001).
           05  BEGDTI                      PIC  X(00010).
           05  ENDDTL                      PIC S9(00004) COMP.
           05  ENDDTF                      PIC  X(00001).
           05  FILLER REDEFINES ENDDTF.
               10  ENDDTA                  PIC  X(00001).
           05  ENDDTI                      PIC  X(00010).
           05  PRICEL                      PIC S9(00004) COMP.
           05  PRICEF                      PIC  X(00001).
           05  FILLER REDEFINES PRICEF.
               10  PRICEA                  PIC  X(00001).
           05  PRICEI                      PIC  X(00012).
           05  SRCCDL                      PIC S9(00004) COMP.
           05  SRCCDF                      PIC  X(00001).
           05  FILLER REDEFINES SRCCDF.
               10  SRCCDA                  PIC  X(00001).
           05  SRCCDI                      PIC  X(00001).
           05  APPLNUML                    PIC S9(00004) COMP.
           05  APPLNUMF                    PIC  X(00001).
           05  FILLER REDEFINES APPLNUMF.
               10  APPLNUMA                PIC  X(00001).
           05  APPLNUMI                    PIC  X(00009).
           05  UPDUSRL                     PIC S9(00004) COMP.
           05  UPDUSRF                     PIC  X(00001).
           05  FILLER REDEFINES UPDUSRF.
               10  UPDUSRA                 PIC  X(00001).
           05  UPDUSRI                     PIC  X(00008).
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
       01  PDDM765MO REDEFINES PDDM765MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  GCNO                        PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  BEGDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  ENDDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  PRICEO                      PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  SRCCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  APPLNUMO                    PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  UPDUSRO                     PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).

