      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM770M                                          *
      *   MAPSET:   PDDM770M          MAP:  PDDM770S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE CONFIGURATION CHANGE APPROVAL QUEUE    *
      *   SCREEN (TRANID W770, PROGRAM PDDM7592).  HAND-BUILT TO      *
      *   MATCH THE LAYOUT A BMS ASSEMBLE WOULD HAVE GENERATED FOR    *
      *   MAPSET PDDM770M, MAP PDDM770S, THE SAME WAY PDDM757M WAS.   *
      *   PENDING CHANGE NUMBER, DECISION REASON AND ACTION CODE      *
      *   (I/A/R/C) IN; THE STAGING SCREEN'S TRANID, ACTION AND KEY,  *
      *   A STATUS LINE, THE BEFORE AND AFTER LINES AND AN OPERATOR   *
      *   MESSAGE LINE OUT.                                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM770MI.
           05  FILLER                      PIC X(00012).
           05  PENDNOL                     PIC S9(00004) COMP.
           05  PENDNOF                     PIC  X(00001).
           05  FILLER REDEFINES PENDNOF.
               10  PENDNOA                 PIC  X(00001).
           05  PENDNOI                     PIC  X(00009).
           05  TRANIDL                     PIC S9(00004) COMP.
           05  TRANIDF                     PIC  X(00001).
           05  FILLER REDEFINES TRANIDF.
               10  TRANIDA                 PIC  X(00001).
           05  TRANIDI                     PIC  X(00004).
           05  PACTNL                      PIC S9(00004) COMP.
           05  PACTNF                      PIC  X(00001).
           05  FILLER REDEFINES PACTNF.
               10  PACTNA                  PIC  X(00001).
           05  PACTNI                      PIC  X(00001).
           05  KEYTXL                      PIC S9(00004) COMP.
           05  KEYTXF                      PIC  X(00001).
           05  FILLER REDEFINES KEYTXF.
               10  KEYTXA                  PIC  X(00001).
           05  KEYTXI                      PIC  X(00040).
           05  STATLNL                     PIC S9(00004) COMP.
           05  STATLNF                     PIC  X(00001).
           05  FILLER REDEFINES STATLNF.
               10  STATLNA                 PIC  X(00001).
           05  STATLNI                     PIC  X(00075).
           05  BEFLNL                      PIC S9(00004) COMP.
           05  BEFLNF                      PIC  X(00001).
           05  FILLER REDEFINES BEFLNF.
               10  BEFLNA                  PIC  X(00001).
           05  BEFLNI                      PIC  X(00075).
           05  AFTLNL                      PIC S9(00004) COMP.
           05  AFTLNF                      PIC  X(00001).
           05  FILLER REDEFINES AFTLNF.
               10  AFTLNA                  PIC  X(00001).
           05  AFTLNI                      PIC  X(00075).
           05  RSNTXL                      PIC S9(00004) COMP.
           05  RSNTXF                      PIC  X(00001).
           05  FILLER REDEFINES RSNTXF.
               10  RSNTXA                  PIC  X(00001).
           05  RSNTXI                      PIC  X(00040).
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
       01  PDDM770MO REDEFINES PDDM770MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  PENDNOO                     PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  TRANIDO                     PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  PACTNO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  KEYTXO                      PIC  X(00040).
           05  FILLER                      PIC  X(00003).
           05  STATLNO                     PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  BEFLNO                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  AFTLNO                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  RSNTXO                      PIC  X(00040).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
