      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM772M                                          *
      *   MAPSET:   PDDM772M          MAP:  PDDM772S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE PHARMACY PROVIDER MAINTENANCE SCREEN   *
      *   (TRANID W772, PROGRAM PDDM7594).  HAND-BUILT TO MATCH THE   *
      *   LAYOUT A BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET       *
      *   PDDM772M, MAP PDDM772S, THE SAME WAY PDDM757M WAS.          *
      *   PROVIDER ID; NAME, STATUS, ENROLLMENT DATES AND NETWORK;    *
      *   PAY-HOLD CODE (OUTPUT ONLY), BEGIN AND END DATES AND        *
      *   REASON; THE COUNT AND DOLLARS HELD IN ESCROW AND THE LAST   *
      *   CHANGE LINE (OUTPUT ONLY); ACTION CODE (I/A/C/H/R) AND AN   *
      *   OPERATOR MESSAGE LINE.                                      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM772MI.
           05  FILLER                      PIC X(00012).
           05  PROVIDL                     PIC S9(00004) COMP.
           05  PROVIDF                     PIC  X(00001).
           05  FILLER REDEFINES PROVIDF.
               10  PROVIDA                 PIC  X(00001).
           05  PROVIDI                     PIC  X(00015).
           05  PNAMEL                      PIC S9(00004) COMP.
           05  PNAMEF                      PIC  X(00001).
           05  FILLER REDEFINES PNAMEF.
               10  PNAMEA                  PIC  X(00001).
           05  PNAMEI                      PIC  X(00030).
           05  STATCDL                     PIC S9(00004) COMP.
           05  STATCDF                     PIC  X(00001).
           05  FILLER REDEFINES STATCDF.
               10  STATCDA                 PIC  X(00001).
           05  STATCDI                     PIC  X(00001).
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
           05  NETIDL                      PIC S9(00004) COMP.
           05  NETIDF                      PIC  X(00001).
           05  FILLER REDEFINES NETIDF.
               10  NETIDA                  PIC  X(00001).
           05  NETIDI                      PIC  X(00006).
           05  HOLDCDL                     PIC S9(00004) COMP.
           05  HOLDCDF                     PIC  X(00001).
           05  FILLER REDEFINES HOLDCDF.
               10  HOLDCDA                 PIC  X(00001).
           05  HOLDCDI                     PIC  X(00001).
           05  HBEGDTL                     PIC S9(00004) COMP.
           05  HBEGDTF                     PIC  X(00001).
           05  FILLER REDEFINES HBEGDTF.
               10  HBEGDTA                 PIC  X(00001).
           05  HBEGDTI                     PIC  X(00010).
           05  HENDDTL                     PIC S9(00004) COMP.
           05  HENDDTF                     PIC  X(00001).
           05  FILLER REDEFINES HENDDTF.
               10  HENDDTA                 PIC  X(00001).
           05  HENDDTI                     PIC  X(00010).
           05  HRSNCDL                     PIC S9(00004) COMP.
           05  HRSNCDF                     PIC  X(00001).
           05  FILLER REDEFINES HRSNCDF.
               10  HRSNCDA                 PIC  X(00001).
           05  HRSNCDI                     PIC  X(00004).
           05  HELDCNTL                    PIC S9(00004) COMP.
           05  HELDCNTF                    PIC  X(00001).
           05  FILLER REDEFINES HELDCNTF.
               10  HELDCNTA                PIC  X(00001).
           05  HELDCNTI                    PIC  X(00007).
           05  HELDAMTL                    PIC S9(00004) COMP.
           05  HELDAMTF                    PIC  X(00001).
           05  FILLER REDEFINES HELDAMTF.
               10  HELDAMTA                PIC  X(00001).
           05  HELDAMTI                    PIC  X(00015).
           05  LSTCHGL                     PIC S9(00004) COMP.
           05  LSTCHGF                     PIC  X(00001).
           05  FILLER REDEFINES LSTCHGF.
               10  LSTCHGA                 PIC  X(00001).
           05  LSTCHGI                     PIC  X(00075).
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
       01  PDDM772MO REDEFINES PDDM772MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  PROVIDO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  PNAMEO                      PIC  X(00030).
           05  FILLER                      PIC  X(00003).
           05  STATCDO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  BEGDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  ENDDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  NETIDO                      PIC  X(00006).
           05  FILLER                      PIC  X(00003).
           05  HOLDCDO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  HBEGDTO                     PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  HENDDTO                     PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  HRSNCDO                     PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  HELDCNTO                    PIC  X(00007).
           05  FILLER                      PIC  X(00003).
           05  HELDAMTO                    PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  LSTCHGO                     PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
