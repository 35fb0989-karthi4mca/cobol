      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM774M                                          *
      *   MAPSET:   PDDM774M          MAP:  PDDM774S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE PA UNIT WORK QUEUE (TRANID W774,       *
      *   PROGRAM PDDM7596).  HAND-BUILT TO MATCH THE LAYOUT A BMS    *
      *   ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM774M, MAP      *
      *   PDDM774S, THE SAME WAY PDDM761M WAS.  SELECT LINE AND       *
      *   PAGE-FORWARD FLAG IN; SIX QUEUE LINES AND THE PAGE NUMBER   *
      *   OUT; FOR THE SELECTED REQUEST THE AUTHORIZATION NUMBER,     *
      *   MEMBER, DRUG, PRESCRIBER AND RECEIVED LINES AND FIVE LINES  *
      *   OF THE MEMBER'S RECENT CLAIMS OUT; DECISION (A/D),          *
      *   AUTHORIZED QUANTITY, DATES AND DENIAL REASON IN; AND AN     *
      *   OPERATOR MESSAGE LINE.                                      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM774MI.
           05  FILLER                      PIC X(00012).
           05  PICKL                       PIC S9(00004) COMP.
           05  PICKF                       PIC  X(00001).
           05  FILLER REDEFINES PICKF.
               10  PICKA                   PIC  X(00001).
           05  PICKI                       PIC  X(00001).
           05  NEXTL                       PIC S9(00004) COMP.
           05  NEXTF                       PIC  X(00001).
           05  FILLER REDEFINES NEXTF.
               10  NEXTA                   PIC  X(00001).
           05  NEXTI                       PIC  X(00001).
           05  PAGEL                       PIC S9(00004) COMP.
           05  PAGEF                       PIC  X(00001).
           05  FILLER REDEFINES PAGEF.
               10  PAGEA                   PIC  X(00001).
           05  PAGEI                       PIC  X(00003).
           05  Q1L                         PIC S9(00004) COMP.
           05  Q1F                         PIC  X(00001).
           05  FILLER REDEFINES Q1F.
               10  Q1A                     PIC  X(00001).
           05  Q1I                         PIC  X(00075).
           05  Q2L                         PIC S9(00004) COMP.
           05  Q2F                         PIC  X(00001).
           05  FILLER REDEFINES Q2F.
               10  Q2A                     PIC  X(00001).
           05  Q2I                         PIC  X(00075).
           05  Q3L                         PIC S9(00004) COMP.
           05  Q3F                         PIC  X(00001).
           05  FILLER REDEFINES Q3F.
               10  Q3A                     PIC  X(00001).
           05  Q3I                         PIC  X(00075).
           05  Q4L                         PIC S9(00004) COMP.
           05  Q4F                         PIC  X(00001).
           05  FILLER REDEFINES Q4F.
               10  Q4A                     PIC  X(00001).
           05  Q4I                         PIC  X(00075).
           05  Q5L                         PIC S9(00004) COMP.
           05  Q5F                         PIC  X(00001).
           05  FILLER REDEFINES Q5F.
               10  Q5A                     PIC  X(00001).
           05  Q5I                         PIC  X(00075).
           05  Q6L                         PIC S9(00004) COMP.
           05  Q6F                         PIC  X(00001).
           05  FILLER REDEFINES Q6F.
               10  Q6A                     PIC  X(00001).
           05  Q6I                         PIC  X(00075).
           05  AUTHNOL                     PIC S9(00004) COMP.
           05  AUTHNOF                     PIC  X(00001).
           05  FILLER REDEFINES AUTHNOF.
               10  AUTHNOA                 PIC  X(00001).
           05  AUTHNOI                     PIC  X(00020).
           05  MBRLNL                      PIC S9(00004) COMP.
           05  MBRLNF                      PIC  X(00001).
           05  FILLER REDEFINES MBRLNF.
               10  MBRLNA                  PIC  X(00001).
           05  MBRLNI                      PIC  X(00075).
           05  DRUGLNL                     PIC S9(00004) COMP.
           05  DRUGLNF                     PIC  X(00001).
           05  FILLER REDEFINES DRUGLNF.
               10  DRUGLNA                 PIC  X(00001).
           05  DRUGLNI                     PIC  X(00075).
           05  PRSCLNL                     PIC S9(00004) COMP.
           05  PRSCLNF                     PIC  X(00001).
           05  FILLER REDEFINES PRSCLNF.
               10  PRSCLNA                 PIC  X(00001).
           05  PRSCLNI                     PIC  X(00075).
           05  RQSTLNL                     PIC S9(00004) COMP.
           05  RQSTLNF                     PIC  X(00001).
           05  FILLER REDEFINES RQSTLNF.
               10  RQSTLNA                 PIC  X(00001).
           05  RQSTLNI                     PIC  X(00075).
           05  H1L                         PIC S9(00004) COMP.
           05  H1F                         PIC  X(00001).
           05  FILLER REDEFINES H1F.
               10  H1A                     PIC  X(00001).
           05  H1I                         PIC  X(00075).
           05  H2L                         PIC S9(00004) COMP.
           05  H2F                         PIC  X(00001).
           05  FILLER REDEFINES H2F.
               10  H2A                     PIC  X(00001).
           05  H2I                         PIC  X(00075).
           05  H3L                         PIC S9(00004) COMP.
           05  H3F                         PIC  X(00001).
           05  FILLER REDEFINES H3F.
               10  H3A                     PIC  X(00001).
           05  H3I                         PIC  X(00075).
           05  H4L                         PIC S9(00004) COMP.
           05  H4F                         PIC  X(00001).
           05  FILLER REDEFINES H4F.
               10  H4A                     PIC  X(00001).
           05  H4I                         PIC  X(00075).
           05  H5L                         PIC S9(00004) COMP.
           05  H5F                         PIC  X(00001).
           05  FILLER REDEFINES H5F.
               10  H5A                     PIC  X(00001).
           05  H5I                         PIC  X(00075).
           05  ACTCDL                      PIC S9(00004) COMP.
           05  ACTCDF                      PIC  X(00001).
           05  FILLER REDEFINES ACTCDF.
               10  ACTCDA                  PIC  X(00001).
           05  ACTCDI                      PIC  X(00001).
           05  AQTYL                       PIC S9(00004) COMP.
           05  AQTYF                       PIC  X(00001).
           05  FILLER REDEFINES AQTYF.
               10  AQTYA                   PIC  X(00001).
           05  AQTYI                       PIC  X(00012).
           05  ABEGDTL                     PIC S9(00004) COMP.
           05  ABEGDTF                     PIC  X(00001).
           05  FILLER REDEFINES ABEGDTF.
               10  ABEGDTA                 PIC  X(00001).
           05  ABEGDTI                     PIC  X(00010).
           05  AENDDTL                     PIC S9(00004) COMP.
           05  AENDDTF                     PIC  X(00001).
           05  FILLER REDEFINES AENDDTF.
               10  AENDDTA                 PIC  X(00001).
           05  AENDDTI                     PIC  X(00010).
           05  DNYRSNL                     PIC S9(00004) COMP.
           05  DNYRSNF                     PIC  X(00001).
           05  FILLER REDEFINES DNYRSNF.
               10  DNYRSNA                 PIC  X(00001).
           05  DNYRSNI                     PIC  X(00004).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM774MO REDEFINES PDDM774MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  PICKO                       PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  NEXTO                       PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  PAGEO                       PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  Q1O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  Q2O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  Q3O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  Q4O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  Q5O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  Q6O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  AUTHNOO                     PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  MBRLNO                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  DRUGLNO                     PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  PRSCLNO                     PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  RQSTLNO                     PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  H1O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  H2O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  H3O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  H4O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  H5O                         PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  AQTYO                       PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  ABEGDTO                     PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  AENDDTO                     PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  DNYRSNO                     PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
