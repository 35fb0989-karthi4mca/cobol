      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM769M                                          *
      *   MAPSET:   PDDM769M          MAP:  PDDM769S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE PHARMACY AUDIT CASE SCREEN (TRANID     *
      *   W769, PROGRAM PDDM7591).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM769M, MAP  *
      *   PDDM769S, THE SAME WAY PDDM757M WAS.  CASE NUMBER, SAMPLE   *
      *   CRITERIA (PHARMACY, SERVICE DATES, DRUG, METHOD, SIZE), THE *
      *   CLAIM TCN, ITS FINDING CODE, RECOVERY AMOUNT AND NOTE, AND  *
      *   THE ACTION CODE (O/I/F/Z/C) IN; A CASE STATUS LINE, A CLAIM *
      *   LINE AND AN OPERATOR MESSAGE LINE OUT.                      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM769MI.
           05  FILLER                      PIC X(00012).
           05  CASENOL                     PIC S9(00004) COMP.
           05  CASENOF                     PIC  X(00001).
           05  FILLER REDEFINES CASENOF.
               10  CASENOA                 PIC  X(00001).
           05  CASENOI                     PIC  X(00009).
           05  PROVIDL                     PIC S9(00004) COMP.
           05  PROVIDF                     PIC  X(00001).
           05  FILLER REDEFINES PROVIDF.
               10  PROVIDA                 PIC  X(00001).
           05  PROVIDI                     PIC  X(00015).
           05  BEGDTL                      PIC S9(00004) COMP.
           05  BEGDTF                      PIC  X(00001).
           05  FILLER REDEFINES BEGDTF.
               10  BEGDTA                  PIC  X(00001).
           05  BEGDTI                      PIC  X(00008).
           05  ENDDTL                      PIC S9(00004) COMP.
           05  ENDDTF                      PIC  X(00001).
           05  FILLER REDEFINES ENDDTF.
               10  ENDDTA                  PIC  X(00001).
           05  ENDDTI                      PIC  X(00008).
           05  DRUGL                       PIC S9(00004) COMP.
           05  DRUGF                       PIC  X(00001).
           05  FILLER REDEFINES DRUGF.
               10  DRUGA                   PIC  X(00001).
           05  DRUGI                       PIC  X(00011).
           05  MTHDL                       PIC S9(00004) COMP.
           05  MTHDF                       PIC  X(00001).
           05  FILLER REDEFINES MTHDF.
               10  MTHDA                   PIC  X(00001).
           05  MTHDI                       PIC  X(00001).
           05  SMPLSZL                     PIC S9(00004) COMP.
           05  SMPLSZF                     PIC  X(00001).
           05  FILLER REDEFINES SMPLSZF.
               10  SMPLSZA                 PIC  X(00001).
           05  SMPLSZI                     PIC  X(00003).
           05  CASESTL                     PIC S9(00004) COMP.
           05  CASESTF                     PIC  X(00001).
           05  FILLER REDEFINES CASESTF.
               10  CASESTA                 PIC  X(00001).
           05  CASESTI                     PIC  X(00075).
           05  TCNL                        PIC S9(00004) COMP.
           05  TCNF                        PIC  X(00001).
           05  FILLER REDEFINES TCNF.
               10  TCNA                    PIC  X(00001).
           05  TCNI                        PIC  X(00017).
           05  CLMLNL                      PIC S9(00004) COMP.
           05  CLMLNF                      PIC  X(00001).
           05  FILLER REDEFINES CLMLNF.
               10  CLMLNA                  PIC  X(00001).
           05  CLMLNI                      PIC  X(00075).
           05  FINDCDL                     PIC S9(00004) COMP.
           05  FINDCDF                     PIC  X(00001).
           05  FILLER REDEFINES FINDCDF.
               10  FINDCDA                 PIC  X(00001).
           05  FINDCDI                     PIC  X(00001).
           05  RCVAMTL                     PIC S9(00004) COMP.
           05  RCVAMTF                     PIC  X(00001).
           05  FILLER REDEFINES RCVAMTF.
               10  RCVAMTA                 PIC  X(00001).
           05  RCVAMTI                     PIC  X(00011).
           05  NOTEL                       PIC S9(00004) COMP.
           05  NOTEF                       PIC  X(00001).
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                   PIC  X(00001).
           05  NOTEI                       PIC  X(00040).
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
       01  PDDM769MO REDEFINES PDDM769MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  CASENOO                     PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  PROVIDO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  BEGDTO                      PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  ENDDTO                      PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  DRUGO                       PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  MTHDO                       PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  SMPLSZO                     PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  CASESTO                     PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  TCNO                        PIC  X(00017).
           05  FILLER                      PIC  X(00003).
           05  CLMLNO                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  FINDCDO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  RCVAMTO                     PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  NOTEO                       PIC  X(00040).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
