      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM776M                                          *
      *   MAPSET:   PDDM776M          MAP:  PDDM776S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE MEMBER ELIGIBILITY MAINTENANCE SCREEN  *
      *   (TRANID W776, PROGRAM PDDM7598).  HAND-BUILT TO MATCH THE   *
      *   LAYOUT A BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET       *
      *   PDDM776M, MAP PDDM776S, THE SAME WAY PDDM761M WAS.          *
      *   PARTITION, CARDHOLDER, SPAN BEGIN DATE, ACTION, END DATE,   *
      *   ALTERNATE IDENTIFIERS, REASON CODE AND CASEWORKER           *
      *   REFERENCE IN; TWO MEMBER LINES, SIX SPAN LINES, THE LAST    *
      *   CHANGE AND AN OPERATOR MESSAGE LINE OUT.                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM776MI.
           05  FILLER                      PIC X(00012).
           05  PARTL                       PIC S9(00004) COMP.
           05  PARTF                       PIC  X(00001).
           05  FILLER REDEFINES PARTF.
               10  PARTA                   PIC  X(00001).
           05  PARTI                       PIC  X(00004).
           05  CRDIDL                      PIC S9(00004) COMP.
           05  CRDIDF                      PIC  X(00001).
           05  FILLER REDEFINES CRDIDF.
               10  CRDIDA                  PIC  X(00001).
           05  CRDIDI                      PIC  X(00020).
           05  BEGDTL                      PIC S9(00004) COMP.
           05  BEGDTF                      PIC  X(00001).
           05  FILLER REDEFINES BEGDTF.
               10  BEGDTA                  PIC  X(00001).
           05  BEGDTI                      PIC  X(00010).
           05  ACTCDL                      PIC S9(00004) COMP.
           05  ACTCDF                      PIC  X(00001).
           05  FILLER REDEFINES ACTCDF.
               10  ACTCDA                  PIC  X(00001).
           05  ACTCDI                      PIC  X(00001).
           05  ENDDTL                      PIC S9(00004) COMP.
           05  ENDDTF                      PIC  X(00001).
           05  FILLER REDEFINES ENDDTF.
               10  ENDDTA                  PIC  X(00001).
           05  ENDDTI                      PIC  X(00010).
           05  PATIDCDL                    PIC S9(00004) COMP.
           05  PATIDCDF                    PIC  X(00001).
           05  FILLER REDEFINES PATIDCDF.
               10  PATIDCDA                PIC  X(00001).
           05  PATIDCDI                    PIC  X(00002).
           05  PATIDL                      PIC S9(00004) COMP.
           05  PATIDF                      PIC  X(00001).
           05  FILLER REDEFINES PATIDF.
               10  PATIDA                  PIC  X(00001).
           05  PATIDI                      PIC  X(00020).
           05  MCAIDIDL                    PIC S9(00004) COMP.
           05  MCAIDIDF                    PIC  X(00001).
           05  FILLER REDEFINES MCAIDIDF.
               10  MCAIDIDA                PIC  X(00001).
           05  MCAIDIDI                    PIC  X(00020).
           05  RSNCDL                      PIC S9(00004) COMP.
           05  RSNCDF                      PIC  X(00001).
           05  FILLER REDEFINES RSNCDF.
               10  RSNCDA                  PIC  X(00001).
           05  RSNCDI                      PIC  X(00004).
           05  REFTXL                      PIC S9(00004) COMP.
           05  REFTXF                      PIC  X(00001).
           05  FILLER REDEFINES REFTXF.
               10  REFTXA                  PIC  X(00001).
           05  REFTXI                      PIC  X(00020).
           05  MBR1L                       PIC S9(00004) COMP.
           05  MBR1F                       PIC  X(00001).
           05  FILLER REDEFINES MBR1F.
               10  MBR1A                   PIC  X(00001).
           05  MBR1I                       PIC  X(00075).
           05  MBR2L                       PIC S9(00004) COMP.
           05  MBR2F                       PIC  X(00001).
           05  FILLER REDEFINES MBR2F.
               10  MBR2A                   PIC  X(00001).
           05  MBR2I                       PIC  X(00075).
           05  SPN1L                       PIC S9(00004) COMP.
           05  SPN1F                       PIC  X(00001).
           05  FILLER REDEFINES SPN1F.
               10  SPN1A                   PIC  X(00001).
           05  SPN1I                       PIC  X(00075).
           05  SPN2L                       PIC S9(00004) COMP.
           05  SPN2F                       PIC  X(00001).
           05  FILLER REDEFINES SPN2F.
               10  SPN2A                   PIC  X(00001).
           05  SPN2I                       PIC  X(00075).
           05  SPN3L                       PIC S9(00004) COMP.
           05  SPN3F                       PIC  X(00001).
           05  FILLER REDEFINES SPN3F.
               10  SPN3A                   PIC  X(00001).
           05  SPN3I                       PIC  X(00075).
           05  SPN4L                       PIC S9(00004) COMP.
           05  SPN4F                       PIC  X(00001).
           05  FILLER REDEFINES SPN4F.
               10  SPN4A                   PIC  X(00001).
           05  SPN4I                       PIC  X(00075).
           05  SPN5L                       PIC S9(00004) COMP.
           05  SPN5F                       PIC  X(00001).
           05  FILLER REDEFINES SPN5F.
               10  SPN5A                   PIC  X(00001).
           05  SPN5I                       PIC  X(00075).
           05  SPN6L                       PIC S9(00004) COMP.
           05  SPN6F                       PIC  X(00001).
           05  FILLER REDEFINES SPN6F.
               10  SPN6A                   PIC  X(00001).
           05  SPN6I                       PIC  X(00075).
           05  LSTCHGL                     PIC S9(00004) COMP.
           05  LSTCHGF                     PIC  X(00001).
           05  FILLER REDEFINES LSTCHGF.
               10  LSTCHGA                 PIC  X(00001).
           05  LSTCHGI                     PIC  X(00075).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM776MO REDEFINES PDDM776MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  PARTO                       PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  CRDIDO                      PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  BEGDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  ENDDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  PATIDCDO                    PIC  X(00002).
           05  FILLER                      PIC  X(00003).
           05  PATIDO                      PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  MCAIDIDO                    PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  RSNCDO                      PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  REFTXO                      PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  MBR1O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  MBR2O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  SPN1O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  SPN2O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  SPN3O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  SPN4O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  SPN5O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  SPN6O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LSTCHGO                     PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
