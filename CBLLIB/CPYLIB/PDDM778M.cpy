      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM778M                                          *
      *   MAPSET:   PDDM778M          MAP:  PDDM778S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE PRIVACY EXCEPTION DISPOSITION SCREEN   *
      *   (TRANID W778, PROGRAM PDDM7600).  HAND-BUILT TO MATCH THE   *
      *   LAYOUT A BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET       *
      *   PDDM778M, MAP PDDM778S, THE SAME WAY PDDM757M WAS.  FLAG    *
      *   NUMBER, DISPOSITION CODE, NOTE AND THE ACTION CODE (I/D/C)  *
      *   IN; THE FLAGGED OPERATOR, ACCESS DATE, FLAG TYPE, MEMBER,   *
      *   TRANSACTION AND KEY, VIEWS, BASELINE, FIRST ACCESS, DAYS    *
      *   OPEN, A DISPOSITION STATUS LINE AND AN OPERATOR MESSAGE     *
      *   LINE OUT.                                                   *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM778MI.
           05  FILLER                      PIC X(00012).
           05  EXCNUML                     PIC S9(00004) COMP.
           05  EXCNUMF                     PIC  X(00001).
           05  FILLER REDEFINES EXCNUMF.
               10  EXCNUMA                 PIC  X(00001).
           05  EXCNUMI                     PIC  X(00011).
           05  OPERL                       PIC S9(00004) COMP.
           05  OPERF                       PIC  X(00001).
           05  FILLER REDEFINES OPERF.
               10  OPERA                   PIC  X(00001).
           05  OPERI                       PIC  X(00008).
           05  ACCDTL                      PIC S9(00004) COMP.
           05  ACCDTF                      PIC  X(00001).
           05  FILLER REDEFINES ACCDTF.
               10  ACCDTA                  PIC  X(00001).
           05  ACCDTI                      PIC  X(00010).
           05  FLAGTYL                     PIC S9(00004) COMP.
           05  FLAGTYF                     PIC  X(00001).
           05  FILLER REDEFINES FLAGTYF.
               10  FLAGTYA                 PIC  X(00001).
           05  FLAGTYI                     PIC  X(00015).
           05  MBRL                        PIC S9(00004) COMP.
           05  MBRF                        PIC  X(00001).
           05  FILLER REDEFINES MBRF.
               10  MBRA                    PIC  X(00001).
           05  MBRI                        PIC  X(00020).
           05  TRANL                       PIC S9(00004) COMP.
           05  TRANF                       PIC  X(00001).
           05  FILLER REDEFINES TRANF.
               10  TRANA                   PIC  X(00001).
           05  TRANI                       PIC  X(00004).
           05  KEYTXL                      PIC S9(00004) COMP.
           05  KEYTXF                      PIC  X(00001).
           05  FILLER REDEFINES KEYTXF.
               10  KEYTXA                  PIC  X(00001).
           05  KEYTXI                      PIC  X(00030).
           05  VIEWSL                      PIC S9(00004) COMP.
           05  VIEWSF                      PIC  X(00001).
           05  FILLER REDEFINES VIEWSF.
               10  VIEWSA                  PIC  X(00001).
           05  VIEWSI                      PIC  X(00007).
           05  BASEL                       PIC S9(00004) COMP.
           05  BASEF                       PIC  X(00001).
           05  FILLER REDEFINES BASEF.
               10  BASEA                   PIC  X(00001).
           05  BASEI                       PIC  X(00008).
           05  FRSTTSL                     PIC S9(00004) COMP.
           05  FRSTTSF                     PIC  X(00001).
           05  FILLER REDEFINES FRSTTSF.
               10  FRSTTSA                 PIC  X(00001).
           05  FRSTTSI                     PIC  X(00026).
           05  AGEL                        PIC S9(00004) COMP.
           05  AGEF                        PIC  X(00001).
           05  FILLER REDEFINES AGEF.
               10  AGEA                    PIC  X(00001).
           05  AGEI                        PIC  X(00005).
           05  STATL                       PIC S9(00004) COMP.
           05  STATF                       PIC  X(00001).
           05  FILLER REDEFINES STATF.
               10  STATA                   PIC  X(00001).
           05  STATI                       PIC  X(00075).
           05  DISPCDL                     PIC S9(00004) COMP.
           05  DISPCDF                     PIC  X(00001).
           05  FILLER REDEFINES DISPCDF.
               10  DISPCDA                 PIC  X(00001).
           05  DISPCDI                     PIC  X(00001).
           05  NOTEL                       PIC S9(00004) COMP.
           05  NOTEF                       PIC  X(00001).
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                   PIC  X(00001).
           05  NOTEI                       PIC  X(00060).
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
       01  PDDM778MO REDEFINES PDDM778MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  EXCNUMO                     PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  OPERO                       PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  ACCDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  FLAGTYO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  MBRO                        PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  TRANO                       PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  KEYTXO                      PIC  X(00030).
           05  FILLER                      PIC  X(00003).
           05  VIEWSO                      PIC  X(00007).
           05  FILLER                      PIC  X(00003).
           05  BASEO                       PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  FRSTTSO                     PIC  X(00026).
           05  FILLER                      PIC  X(00003).
           05  AGEO                        PIC  X(00005).
           05  FILLER                      PIC  X(00003).
           05  STATO                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  DISPCDO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  NOTEO                       PIC  X(00060).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
