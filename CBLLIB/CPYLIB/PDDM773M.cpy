      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM773M                                          *
      *   MAPSET:   PDDM773M          MAP:  PDDM773S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE PRESCRIBER INQUIRY SCREEN (TRANID      *
      *   W773, PROGRAM PDDM7595).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM773M, MAP  *
      *   PDDM773S, THE SAME WAY PDDM761M WAS.  PRESCRIBER ID         *
      *   QUALIFIER AND ID AND A PAGE-FORWARD FLAG IN; CURRENT        *
      *   STATUS, DATES, SPECIALTY, SANCTION SOURCE AND ACTION DATE,  *
      *   THE 30-DAY DENIED CLAIM COUNT, EIGHT HISTORY LINES, THE     *
      *   PAGE NUMBER AND AN OPERATOR MESSAGE LINE OUT.               *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM773MI.
           05  FILLER                      PIC X(00012).
           05  PRSCQLL                     PIC S9(00004) COMP.
           05  PRSCQLF                     PIC  X(00001).
           05  FILLER REDEFINES PRSCQLF.
               10  PRSCQLA                 PIC  X(00001).
           05  PRSCQLI                     PIC  X(00002).
           05  PRSCIDL                     PIC S9(00004) COMP.
           05  PRSCIDF                     PIC  X(00001).
           05  FILLER REDEFINES PRSCIDF.
               10  PRSCIDA                 PIC  X(00001).
           05  PRSCIDI                     PIC  X(00015).
           05  NEXTL                       PIC S9(00004) COMP.
           05  NEXTF                       PIC  X(00001).
           05  FILLER REDEFINES NEXTF.
               10  NEXTA                   PIC  X(00001).
           05  NEXTI                       PIC  X(00001).
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
           05  SPCLTYL                     PIC S9(00004) COMP.
           05  SPCLTYF                     PIC  X(00001).
           05  FILLER REDEFINES SPCLTYF.
               10  SPCLTYA                 PIC  X(00001).
           05  SPCLTYI                     PIC  X(00003).
           05  SANCSRCL                    PIC S9(00004) COMP.
           05  SANCSRCF                    PIC  X(00001).
           05  FILLER REDEFINES SANCSRCF.
               10  SANCSRCA                PIC  X(00001).
           05  SANCSRCI                    PIC  X(00003).
           05  ACTNDTL                     PIC S9(00004) COMP.
           05  ACTNDTF                     PIC  X(00001).
           05  FILLER REDEFINES ACTNDTF.
               10  ACTNDTA                 PIC  X(00001).
           05  ACTNDTI                     PIC  X(00010).
           05  DNYCNTL                     PIC S9(00004) COMP.
           05  DNYCNTF                     PIC  X(00001).
           05  FILLER REDEFINES DNYCNTF.
               10  DNYCNTA                 PIC  X(00001).
           05  DNYCNTI                     PIC  X(00007).
           05  HST1L                       PIC S9(00004) COMP.
           05  HST1F                       PIC  X(00001).
           05  FILLER REDEFINES HST1F.
               10  HST1A                   PIC  X(00001).
           05  HST1I                       PIC  X(00075).
           05  HST2L                       PIC S9(00004) COMP.
           05  HST2F                       PIC  X(00001).
           05  FILLER REDEFINES HST2F.
               10  HST2A                   PIC  X(00001).
           05  HST2I                       PIC  X(00075).
           05  HST3L                       PIC S9(00004) COMP.
           05  HST3F                       PIC  X(00001).
           05  FILLER REDEFINES HST3F.
               10  HST3A                   PIC  X(00001).
           05  HST3I                       PIC  X(00075).
           05  HST4L                       PIC S9(00004) COMP.
           05  HST4F                       PIC  X(00001).
           05  FILLER REDEFINES HST4F.
               10  HST4A                   PIC  X(00001).
           05  HST4I                       PIC  X(00075).
           05  HST5L                       PIC S9(00004) COMP.
           05  HST5F                       PIC  X(00001).
           05  FILLER REDEFINES HST5F.
               10  HST5A                   PIC  X(00001).
           05  HST5I                       PIC  X(00075).
           05  HST6L                       PIC S9(00004) COMP.
           05  HST6F                       PIC  X(00001).
           05  FILLER REDEFINES HST6F.
               10  HST6A                   PIC  X(00001).
           05  HST6I                       PIC  X(00075).
           05  HST7L                       PIC S9(00004) COMP.
           05  HST7F                       PIC  X(00001).
           05  FILLER REDEFINES HST7F.
               10  HST7A                   PIC  X(00001).
           05  HST7I                       PIC  X(00075).
           05  HST8L                       PIC S9(00004) COMP.
           05  HST8F                       PIC  X(00001).
           05  FILLER REDEFINES HST8F.
               10  HST8A                   PIC  X(00001).
           05  HST8I                       PIC  X(00075).
           05  PAGEL                       PIC S9(00004) COMP.
           05  PAGEF                       PIC  X(00001).
           05  FILLER REDEFINES PAGEF.
               10  PAGEA                   PIC  X(00001).
           05  PAGEI                       PIC  X(00003).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM773MO REDEFINES PDDM773MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC X(00003).
           05  PRSCQLO                     PIC  X(00002).
           05  FILLER                      PIC X(00003).
           05  PRSCIDO                     PIC  X(00015).
           05  FILLER                      PIC X(00003).
           05  NEXTO                       PIC  X(00001).
           05  FILLER                      PIC X(00003).
           05  STATCDO                     PIC  X(00001).
           05  FILLER                      PIC X(00003).
           05  BEGDTO                      PIC  X(00010).
           05  FILLER                      PIC X(00003).
           05  ENDDTO                      PIC  X(00010).
           05  FILLER                      PIC X(00003).
           05  SPCLTYO                     PIC  X(00003).
           05  FILLER                      PIC X(00003).
           05  SANCSRCO                    PIC  X(00003).
           05  FILLER                      PIC X(00003).
           05  ACTNDTO                     PIC  X(00010).
           05  FILLER                      PIC X(00003).
           05  DNYCNTO                     PIC  X(00007).
           05  FILLER                      PIC X(00003).
           05  HST1O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  HST2O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  HST3O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  HST4O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  HST5O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  HST6O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  HST7O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  HST8O                       PIC  X(00075).
           05  FILLER                      PIC X(00003).
           05  PAGEO                       PIC  X(00003).
           05  FILLER                      PIC X(00003).
           05  MSGO                        PIC  X(00079).
